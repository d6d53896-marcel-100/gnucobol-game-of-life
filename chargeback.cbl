      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. chargeback.

      * Month-end usage chargeback.  The runs in RUNHIST.DAT started in
      * the billing month MONTH= (YYYYMM, default the current month)
      * are charged by the rate table RATEFILE= (RATES.DAT) and
      * invoiced per department and, within each department, per
      * user, with run counts, cell-updates, elapsed minutes, cost and
      * a grand total.  Runs whose user has no department mapping are
      * charged under UNMAPPED and listed separately so the mapping
      * can be corrected before the month is closed.
      *
      * The rate table is a line sequential file of KEY=VALUE records;
      * blank lines and lines starting with * are ignored:
      *
      *   CELLRATE=<cost per million cell-updates>
      *   MINUTERATE=<cost per elapsed minute>
      *   USER=<user> DEPT=<department>       (one per user)
      *
      * Cost is worked out on each user's monthly usage and rounded
      * to the cent once, so the department and grand totals are the
      * exact sums of the invoice lines.  Return codes: 0 invoiced, 4
      * runs without a department mapping are listed, 8 the run
      * history or rate table could not be used or the request is
      * unusable.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT hist_file ASSIGN TO DYNAMIC hist_file_name
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY hist_run_id
             FILE STATUS hist_file_status.

           SELECT rate_file ASSIGN TO DYNAMIC rate_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS rate_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD hist_file.
       01 hist_record.
         02 hist_run_id          PIC X(16).
         02 hist_timestamp       PIC X(14).
         02 hist_user            PIC X(30).
         02 hist_height          PIC 999.
         02 hist_width           PIC 999.
         02 hist_seed            PIC 9(9).
         02 hist_rule            PIC X(20).
         02 hist_edge            PIC X(10).
         02 hist_source          PIC X(10).
         02 hist_gens            PIC 9(9).
         02 hist_reason          PIC X(10).
         02 hist_live            PIC 9(6).
         02 hist_profile         PIC X(20).
         02 hist_elapsed         PIC 9(7)V99.
         02 hist_gen_rate        PIC 9(9)V99.
         02 hist_cell_updates    PIC 9(15).

       FD rate_file.
       01 rate_record            PIC X(200).

       WORKING-STORAGE SECTION.

       01 hist_file_name      PIC X(100) VALUE "RUNHIST.DAT".
       01 hist_file_status    PIC XX.
       01 hist_eof            PIC X VALUE "N".

       01 rate_file_name      PIC X(100) VALUE "RATES.DAT".
       01 rate_file_status    PIC XX.
       01 rate_eof            PIC X VALUE "N".

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- billing month --------------------------------------------- *

       01 month_text          PIC X(8) VALUE SPACES.
       01 month_number        PIC 99.
       01 month_label         PIC X(7).
       01 from_key            PIC X(16).
       01 to_key              PIC X(16).
       01 range_ok            PIC X VALUE "Y".

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).
       01 stamp_source        PIC X(14).
       01 stamp_text          PIC X(19).

      * ---- rate table ------------------------------------------------ *

       01 cell_rate           PIC 9(7)V9(4) VALUE 0.
       01 minute_rate         PIC 9(7)V9(4) VALUE 0.
       01 cell_rate_set       PIC X VALUE "N".
       01 minute_rate_set     PIC X VALUE "N".
       01 rate_work           PIC S9(7)V9(4).
       01 rate_line_no        PIC 9(4) VALUE 0.
       01 rate_errors         PIC 9(4) VALUE 0.
       01 rate_token_1        PIC X(80).
       01 rate_token_2        PIC X(80).
       01 rate_token_3        PIC X(80).
       01 rate_dept_key       PIC X(30).
       01 rate_dept_value     PIC X(50).
       01 rate_line_bad       PIC X.

       01 map_table.
         02 map_entry OCCURS 500 TIMES.
           03 map_user          PIC X(30).
           03 map_dept          PIC X(20).
       01 map_count           PIC 999 VALUE 0.

      * ---- usage by department and user ------------------------------ *

      * Every mapped user may have a department of their own, and the
      * UNMAPPED department is sorted after every named one.

       01 dept_table.
         02 dept_entry OCCURS 501 TIMES.
           03 dept_sort_key.
             04 dept_unmapped   PIC X.
             04 dept_name       PIC X(20).
           03 dept_runs         PIC 9(7).
           03 dept_cells        PIC 9(18).
           03 dept_seconds      PIC 9(11)V99.
           03 dept_cell_cost    PIC 9(11)V99.
           03 dept_time_cost    PIC 9(11)V99.
           03 dept_cost         PIC 9(11)V99.
       01 dept_count          PIC 999 VALUE 0.
       01 dept_hold           PIC X(98).
       01 dept_sorted         PIC X.

       01 user_table.
         02 user_entry OCCURS 500 TIMES.
           03 user_sort_key.
             04 user_dept       PIC X(21).
             04 user_name       PIC X(30).
           03 user_runs         PIC 9(7).
           03 user_cells        PIC 9(18).
           03 user_seconds      PIC 9(11)V99.
           03 user_cell_cost    PIC 9(11)V99.
           03 user_time_cost    PIC 9(11)V99.
           03 user_cost         PIC 9(11)V99.
       01 user_count          PIC 999 VALUE 0.
       01 user_hold           PIC X(128).
       01 user_sorted         PIC X.

       01 run_dept            PIC X(21).
       01 run_cells           PIC 9(15).
       01 run_seconds         PIC 9(7)V99.
       01 run_count           PIC 9(7) VALUE 0.
       01 unmapped_runs       PIC 9(7) VALUE 0.
       01 total_cells         PIC 9(18) VALUE 0.
       01 total_seconds       PIC 9(11)V99 VALUE 0.
       01 total_cell_cost     PIC 9(11)V99 VALUE 0.
       01 total_time_cost     PIC 9(11)V99 VALUE 0.
       01 total_cost          PIC 9(11)V99 VALUE 0.

       01 t                   PIC 999.
       01 u                   PIC 999.
       01 n                   PIC 999.
       01 found_slot          PIC 999.

      * ---- edited report fields -------------------------------------- *

       01 ed_count            PIC ZZZ,ZZ9.
       01 ed_cells            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 ed_minutes          PIC ZZZ,ZZ9.99.
       01 ed_cost             PIC ZZ,ZZZ,ZZ9.99.
       01 ed_cell_cost        PIC ZZ,ZZZ,ZZ9.99.
       01 ed_time_cost        PIC ZZ,ZZZ,ZZ9.99.
       01 ed_rate             PIC Z,ZZZ,ZZ9.9999.
       01 ed_line_no          PIC ZZZ9.
       01 minutes_work        PIC 9(9)V99.

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       PERFORM parse_arguments

       MOVE FUNCTION CURRENT-DATE(1:14) TO report_timestamp

       PERFORM build_month_keys

       IF range_ok = "N" THEN
         DISPLAY
           "Usage: chargeback [MONTH=<yyyymm>] [HISTFILE=<file>] "
           "[RATEFILE=<file>]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM load_rate_table

       IF rate_errors > 0 THEN
         DISPLAY
           "Rate table " FUNCTION TRIM(rate_file_name)
           " is not usable; no invoices produced."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       OPEN INPUT hist_file

       IF hist_file_status NOT = "00" THEN
         DISPLAY
           "Run history file " FUNCTION TRIM(hist_file_name)
           " not available; no invoices produced."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM charge_runs

       PERFORM price_usage
       PERFORM sort_departments
       PERFORM sort_users

       PERFORM print_report_heading
       PERFORM print_invoices
       PERFORM print_department_summary
       PERFORM print_unmapped_runs

       CLOSE hist_file

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "END OF REPORT"
       DISPLAY " "

       IF unmapped_runs > 0 THEN
         MOVE 4 TO RETURN-CODE
       ELSE
         MOVE 0 TO RETURN-CODE
       END-IF

       GOBACK
       .

      * -------------------------------------------------------------- *

       parse_arguments SECTION.

       ACCEPT command_line_raw FROM COMMAND-LINE

       MOVE FUNCTION TRIM(command_line_raw) TO command_line_raw
       MOVE FUNCTION LENGTH(FUNCTION TRIM(command_line_raw)) TO cmd_len
       MOVE 1 TO cmd_pointer

       PERFORM UNTIL cmd_pointer > cmd_len

         MOVE SPACES TO control_line

         UNSTRING command_line_raw DELIMITED BY SPACE
           INTO control_line
           WITH POINTER cmd_pointer
         END-UNSTRING

         IF control_line NOT = SPACES THEN
           PERFORM parse_control_line
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       parse_control_line SECTION.

       MOVE SPACES TO control_key
       MOVE SPACES TO control_value

       UNSTRING control_line DELIMITED BY "="
         INTO control_key control_value
       END-UNSTRING

       EVALUATE control_key

         WHEN "MONTH"
           MOVE control_value TO month_text
         WHEN "HISTFILE"
           MOVE control_value TO hist_file_name
         WHEN "RATEFILE"
           MOVE control_value TO rate_file_name
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

      * The month's run IDs run from its first second to the end of
      * its last day.

       build_month_keys SECTION.

       IF month_text = SPACES THEN
         MOVE report_timestamp(1:6) TO month_text
       END-IF

       IF month_text(7:2) NOT = SPACES
         OR month_text(1:6) IS NOT NUMERIC THEN
         MOVE "N" TO range_ok
       ELSE
         MOVE month_text(5:2) TO month_number
         IF month_number < 1 OR month_number > 12 THEN
           MOVE "N" TO range_ok
         END-IF
       END-IF

       MOVE ALL "0" TO from_key
       MOVE ALL "9" TO to_key
       MOVE month_text(1:6) TO from_key(1:6)
       MOVE month_text(1:6) TO to_key(1:6)
       .

      * -------------------------------------------------------------- *

       format_timestamp SECTION.

       MOVE SPACES TO stamp_text
       STRING stamp_source(1:4)
         "-" stamp_source(5:2)
         "-" stamp_source(7:2)
         " " stamp_source(9:2)
         ":" stamp_source(11:2)
         ":" stamp_source(13:2)
         DELIMITED BY SIZE
         INTO stamp_text
       END-STRING
       .

      * -------------------------------------------------------------- *

       load_rate_table SECTION.

       OPEN INPUT rate_file

       IF rate_file_status NOT = "00" THEN
         ADD 1 TO rate_errors
         EXIT SECTION
       END-IF

       PERFORM UNTIL rate_eof = "Y"

         READ rate_file
           AT END
             MOVE "Y" TO rate_eof
           NOT AT END
             ADD 1 TO rate_line_no
             IF rate_record NOT = SPACES
               AND rate_record(1:1) NOT = "*" THEN
               PERFORM parse_rate_line
             END-IF
         END-READ

       END-PERFORM

       CLOSE rate_file

       IF cell_rate_set = "N" THEN
         DISPLAY "RATE TABLE HAS NO CELLRATE= RECORD"
         ADD 1 TO rate_errors
       END-IF

       IF minute_rate_set = "N" THEN
         DISPLAY "RATE TABLE HAS NO MINUTERATE= RECORD"
         ADD 1 TO rate_errors
       END-IF
       .

      * -------------------------------------------------------------- *

       parse_rate_line SECTION.

       MOVE "N" TO rate_line_bad
       MOVE SPACES TO rate_token_1
       MOVE SPACES TO rate_token_2
       MOVE SPACES TO rate_token_3

       UNSTRING FUNCTION TRIM(rate_record) DELIMITED BY ALL SPACE
         INTO rate_token_1 rate_token_2 rate_token_3
       END-UNSTRING

       MOVE SPACES TO control_key
       MOVE SPACES TO control_value

       UNSTRING rate_token_1 DELIMITED BY "="
         INTO control_key control_value
       END-UNSTRING

       IF rate_token_3 NOT = SPACES OR control_value = SPACES THEN
         MOVE "Y" TO rate_line_bad
       END-IF

       IF rate_line_bad = "N" THEN

         EVALUATE control_key

           WHEN "CELLRATE"
           WHEN "MINUTERATE"
             IF rate_token_2 NOT = SPACES
               OR FUNCTION TEST-NUMVAL(control_value) NOT = 0 THEN
               MOVE "Y" TO rate_line_bad
             ELSE
               COMPUTE rate_work = FUNCTION NUMVAL(control_value)
                 ON SIZE ERROR
                   MOVE "Y" TO rate_line_bad
               END-COMPUTE
               IF rate_work < 0 THEN
                 MOVE "Y" TO rate_line_bad
               END-IF
             END-IF
      * A rate given twice would leave the invoice depending on the
      * order of the table.
             IF control_key = "CELLRATE" AND cell_rate_set = "Y"
               OR control_key = "MINUTERATE"
               AND minute_rate_set = "Y" THEN
               MOVE "Y" TO rate_line_bad
             END-IF
             IF rate_line_bad = "N" THEN
               IF control_key = "CELLRATE" THEN
                 MOVE rate_work TO cell_rate
                 MOVE "Y" TO cell_rate_set
               ELSE
                 MOVE rate_work TO minute_rate
                 MOVE "Y" TO minute_rate_set
               END-IF
             END-IF

           WHEN "USER"
             PERFORM store_user_mapping

           WHEN OTHER
             MOVE "Y" TO rate_line_bad

         END-EVALUATE

       END-IF

       IF rate_line_bad = "Y" THEN
         MOVE rate_line_no TO ed_line_no
         DISPLAY
           "RATE TABLE LINE " ed_line_no " NOT USABLE: "
           FUNCTION TRIM(rate_record)
         ADD 1 TO rate_errors
       END-IF
       .

      * -------------------------------------------------------------- *

      * A user may be mapped only once; a second mapping would leave
      * the invoice depending on the order of the table.

       store_user_mapping SECTION.

       MOVE SPACES TO rate_dept_key
       MOVE SPACES TO rate_dept_value

       UNSTRING rate_token_2 DELIMITED BY "="
         INTO rate_dept_key rate_dept_value
       END-UNSTRING

       IF rate_dept_key NOT = "DEPT" OR rate_dept_value = SPACES
         OR rate_dept_value(21:30) NOT = SPACES THEN
         MOVE "Y" TO rate_line_bad
         EXIT SECTION
       END-IF

       PERFORM VARYING t FROM 1 UNTIL t > map_count
         IF map_user(t) = control_value THEN
           MOVE "Y" TO rate_line_bad
         END-IF
       END-PERFORM

       IF map_count = 500 THEN
         MOVE "Y" TO rate_line_bad
       END-IF

       IF rate_line_bad = "N" THEN
         ADD 1 TO map_count
         MOVE control_value TO map_user(map_count)
         MOVE rate_dept_value TO map_dept(map_count)
       END-IF
       .

      * -------------------------------------------------------------- *

       charge_runs SECTION.

       MOVE from_key TO hist_run_id

       START hist_file KEY NOT < hist_run_id
         INVALID KEY
           MOVE "Y" TO hist_eof
       END-START

       PERFORM UNTIL hist_eof = "Y"

         READ hist_file NEXT
           AT END
             MOVE "Y" TO hist_eof
           NOT AT END
             EVALUATE TRUE
               WHEN hist_run_id > to_key
                 MOVE "Y" TO hist_eof
               WHEN hist_run_id < from_key
                 CONTINUE
               WHEN OTHER
                 PERFORM charge_one_run
             END-EVALUATE
         END-READ

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * Run history written before cell-updates were recorded has the
      * field blank; the board size and generations stand in for it.

       measure_run_usage SECTION.

       IF hist_cell_updates IS NUMERIC THEN
         MOVE hist_cell_updates TO run_cells
       ELSE
         COMPUTE run_cells = hist_height * hist_width * hist_gens
       END-IF

       IF hist_elapsed IS NUMERIC THEN
         MOVE hist_elapsed TO run_seconds
       ELSE
         MOVE 0 TO run_seconds
       END-IF

       MOVE SPACES TO run_dept
       PERFORM VARYING t FROM 1 UNTIL t > map_count
         OR run_dept NOT = SPACES
         IF map_user(t) = hist_user THEN
           MOVE "A" TO run_dept(1:1)
           MOVE map_dept(t) TO run_dept(2:20)
         END-IF
       END-PERFORM

       IF run_dept = SPACES THEN
         MOVE "Z" TO run_dept(1:1)
         MOVE "UNMAPPED" TO run_dept(2:20)
       END-IF
       .

      * -------------------------------------------------------------- *

       charge_one_run SECTION.

       PERFORM measure_run_usage

       ADD 1 TO run_count
       IF run_dept(1:1) = "Z" THEN
         ADD 1 TO unmapped_runs
       END-IF

       MOVE 0 TO found_slot
       PERFORM VARYING t FROM 1 UNTIL t > user_count
         OR found_slot > 0
         IF user_dept(t) = run_dept AND user_name(t) = hist_user THEN
           MOVE t TO found_slot
         END-IF
       END-PERFORM

       IF found_slot = 0 THEN
         IF user_count = 500 THEN
           DISPLAY
             "MORE THAN 500 USERS IN THE BILLING MONTH; "
             "NO INVOICES PRODUCED."
           CLOSE hist_file
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         ADD 1 TO user_count
         MOVE user_count TO found_slot
         MOVE run_dept TO user_dept(found_slot)
         MOVE hist_user TO user_name(found_slot)
         MOVE 0 TO user_runs(found_slot)
         MOVE 0 TO user_cells(found_slot)
         MOVE 0 TO user_seconds(found_slot)
       END-IF

       ADD 1 TO user_runs(found_slot)
       ADD run_cells TO user_cells(found_slot)
       ADD run_seconds TO user_seconds(found_slot)
       .

      * -------------------------------------------------------------- *

      * Each user's cost is rounded once from the month's usage; the
      * department and grand totals add up the rounded amounts.

       price_usage SECTION.

       PERFORM VARYING u FROM 1 UNTIL u > user_count

         COMPUTE user_cell_cost(u) ROUNDED =
           user_cells(u) * cell_rate / 1000000
         COMPUTE user_time_cost(u) ROUNDED =
           user_seconds(u) * minute_rate / 60
         COMPUTE user_cost(u) =
           user_cell_cost(u) + user_time_cost(u)

         MOVE 0 TO found_slot
         PERFORM VARYING t FROM 1 UNTIL t > dept_count
           OR found_slot > 0
           IF dept_sort_key(t) = user_dept(u) THEN
             MOVE t TO found_slot
           END-IF
         END-PERFORM

         IF found_slot = 0 THEN
           ADD 1 TO dept_count
           MOVE dept_count TO found_slot
           MOVE user_dept(u) TO dept_sort_key(found_slot)
           MOVE 0 TO dept_runs(found_slot)
           MOVE 0 TO dept_cells(found_slot)
           MOVE 0 TO dept_seconds(found_slot)
           MOVE 0 TO dept_cell_cost(found_slot)
           MOVE 0 TO dept_time_cost(found_slot)
           MOVE 0 TO dept_cost(found_slot)
         END-IF

         ADD user_runs(u) TO dept_runs(found_slot)
         ADD user_cells(u) TO dept_cells(found_slot)
         ADD user_seconds(u) TO dept_seconds(found_slot)
         ADD user_cell_cost(u) TO dept_cell_cost(found_slot)
         ADD user_time_cost(u) TO dept_time_cost(found_slot)
         ADD user_cost(u) TO dept_cost(found_slot)

         ADD user_cells(u) TO total_cells
         ADD user_seconds(u) TO total_seconds
         ADD user_cell_cost(u) TO total_cell_cost
         ADD user_time_cost(u) TO total_time_cost
         ADD user_cost(u) TO total_cost

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       sort_departments SECTION.

       MOVE "N" TO dept_sorted

       PERFORM UNTIL dept_sorted = "Y"

         MOVE "Y" TO dept_sorted

         PERFORM VARYING t FROM 1 UNTIL t >= dept_count
           COMPUTE n = t + 1
           IF dept_sort_key(n) < dept_sort_key(t) THEN
             MOVE dept_entry(t) TO dept_hold
             MOVE dept_entry(n) TO dept_entry(t)
             MOVE dept_hold TO dept_entry(n)
             MOVE "N" TO dept_sorted
           END-IF
         END-PERFORM

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       sort_users SECTION.

       MOVE "N" TO user_sorted

       PERFORM UNTIL user_sorted = "Y"

         MOVE "Y" TO user_sorted

         PERFORM VARYING u FROM 1 UNTIL u >= user_count
           COMPUTE n = u + 1
           IF user_sort_key(n) < user_sort_key(u) THEN
             MOVE user_entry(u) TO user_hold
             MOVE user_entry(n) TO user_entry(u)
             MOVE user_hold TO user_entry(n)
             MOVE "N" TO user_sorted
           END-IF
         END-PERFORM

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       print_report_heading SECTION.

       MOVE report_timestamp TO stamp_source
       PERFORM format_timestamp
       MOVE stamp_text TO report_stamp_text

       DISPLAY " "
       DISPLAY
         "GAME OF LIFE - USAGE CHARGEBACK"
         "                              " report_stamp_text
       MOVE SPACES TO month_label
       STRING month_text(1:4) "-" month_text(5:2)
         DELIMITED BY SIZE
         INTO month_label
       END-STRING
       DISPLAY "BILLING MONTH  . . . . . . . . . . :  " month_label
       MOVE cell_rate TO ed_rate
       DISPLAY "COST PER MILLION CELL-UPDATES  . . :  " ed_rate
       MOVE minute_rate TO ed_rate
       DISPLAY "COST PER ELAPSED MINUTE  . . . . . :  " ed_rate
       MOVE run_count TO ed_count
       DISPLAY "RUNS CHARGED . . . . . . . . . . . :  " ed_count
       .

      * -------------------------------------------------------------- *

       print_invoices SECTION.

       PERFORM VARYING t FROM 1 UNTIL t > dept_count

         DISPLAY
           "----------------------------------------"
           "----------------------------------------"
         DISPLAY
           "INVOICE FOR DEPARTMENT " FUNCTION TRIM(dept_name(t))
         DISPLAY " "
         DISPLAY
           "  USER                      RUNS       CELL-UPDATES"
           "    MINUTES          COST"

         PERFORM VARYING u FROM 1 UNTIL u > user_count
           IF user_dept(u) = dept_sort_key(t) THEN
             MOVE user_runs(u) TO ed_count
             MOVE user_cells(u) TO ed_cells
             COMPUTE minutes_work ROUNDED = user_seconds(u) / 60
             MOVE minutes_work TO ed_minutes
             MOVE user_cost(u) TO ed_cost
             DISPLAY
               "  " user_name(u)(1:22) " " ed_count ed_cells " "
               ed_minutes " " ed_cost
           END-IF
         END-PERFORM

         DISPLAY " "
         MOVE dept_runs(t) TO ed_count
         MOVE dept_cells(t) TO ed_cells
         COMPUTE minutes_work ROUNDED = dept_seconds(t) / 60
         MOVE minutes_work TO ed_minutes
         MOVE dept_cost(t) TO ed_cost
         DISPLAY
           "  DEPARTMENT TOTAL       " ed_count ed_cells " "
           ed_minutes " " ed_cost

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       print_department_summary SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "DEPARTMENT SUMMARY"
       DISPLAY " "
       DISPLAY
         "  DEPARTMENT                RUNS CELL-UPDATE COST"
         "       TIME COST     TOTAL COST"

       PERFORM VARYING t FROM 1 UNTIL t > dept_count
         MOVE dept_runs(t) TO ed_count
         MOVE dept_cell_cost(t) TO ed_cell_cost
         MOVE dept_time_cost(t) TO ed_time_cost
         MOVE dept_cost(t) TO ed_cost
         DISPLAY
           "  " dept_name(t) "   " ed_count "    " ed_cell_cost
           "   " ed_time_cost "  " ed_cost
       END-PERFORM

       DISPLAY " "
       MOVE run_count TO ed_count
       MOVE total_cell_cost TO ed_cell_cost
       MOVE total_time_cost TO ed_time_cost
       MOVE total_cost TO ed_cost
       DISPLAY
         "  GRAND TOTAL            " ed_count "    " ed_cell_cost
         "   " ed_time_cost "  " ed_cost

       DISPLAY " "
       MOVE total_cells TO ed_cells
       DISPLAY "TOTAL CELL-UPDATES . . . . . . . . :  " ed_cells
       COMPUTE minutes_work ROUNDED = total_seconds / 60
       MOVE minutes_work TO ed_minutes
       DISPLAY "TOTAL ELAPSED MINUTES  . . . . . . :  " ed_minutes
       MOVE total_cost TO ed_cost
       DISPLAY "GRAND TOTAL COST . . . . . . . . . :  " ed_cost
       .

      * -------------------------------------------------------------- *

      * A second pass over the month lists every run charged under
      * UNMAPPED, so each user can be given a department.

       print_unmapped_runs SECTION.

       IF unmapped_runs = 0 THEN
         EXIT SECTION
       END-IF

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "RUNS WHOSE USER HAS NO DEPARTMENT MAPPING"
       DISPLAY " "
       DISPLAY
         "  RUN ID            STARTED              USER"
         "                     CELL-UPDATES"

       MOVE "N" TO hist_eof
       MOVE from_key TO hist_run_id

       START hist_file KEY NOT < hist_run_id
         INVALID KEY
           MOVE "Y" TO hist_eof
       END-START

       PERFORM UNTIL hist_eof = "Y"

         READ hist_file NEXT
           AT END
             MOVE "Y" TO hist_eof
           NOT AT END
             EVALUATE TRUE
               WHEN hist_run_id > to_key
                 MOVE "Y" TO hist_eof
               WHEN hist_run_id < from_key
                 CONTINUE
               WHEN OTHER
                 PERFORM measure_run_usage
                 IF run_dept(1:1) = "Z" THEN
                   MOVE hist_timestamp TO stamp_source
                   PERFORM format_timestamp
                   MOVE run_cells TO ed_cells
                   DISPLAY
                     "  " hist_run_id "  " stamp_text "  "
                     hist_user(1:18) ed_cells
                 END-IF
             END-EVALUATE
         END-READ

       END-PERFORM

       DISPLAY " "
       MOVE unmapped_runs TO ed_count
       DISPLAY "RUNS WITHOUT A DEPARTMENT . . . . . :  " ed_count
       .

      * -------------------------------------------------------------- *

       END PROGRAM chargeback.
