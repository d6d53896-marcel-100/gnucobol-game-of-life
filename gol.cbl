             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS snap_file_status.

           SELECT heat_file ASSIGN TO DYNAMIC heat_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS heat_file_status.

           SELECT except_file ASSIGN TO DYNAMIC except_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS except_file_status.
             RECORD KEY hist_run_id
             FILE STATUS hist_file_status.

           SELECT profile_file ASSIGN TO DYNAMIC profile_file_name
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY prof_name
             FILE STATUS profile_file_status.

       DATA DIVISION.

       FILE SECTION.
         02 stats_births         PIC ZZZZZ9.
         02 FILLER               PIC X VALUE SPACE.
         02 stats_deaths         PIC ZZZZZ9.
       01 stats_control_record   PIC X(80).

       FD audit_file.
       01 audit_record           PIC X(250).

       FD final_file.
       01 final_record           PIC X(200).
         02 sweep_rec_live       PIC ZZZZZ9.
         02 FILLER               PIC X VALUE SPACE.
         02 sweep_rec_reason     PIC X(10).
         02 FILLER               PIC X VALUE SPACE.
         02 sweep_rec_run_id     PIC X(16).

       FD rle_file.
       01 rle_record             PIC X(80).
       FD snap_file.
       01 snap_record            PIC X(200).

       FD heat_file.
       01 heat_record            PIC X(80).

       FD except_file.
       01 except_record.
         02 exc_rec_ts           PIC X(14).
         02 hist_gens            PIC 9(9).
         02 hist_reason          PIC X(10).
         02 hist_live            PIC 9(6).
         02 hist_profile         PIC X(20).
         02 hist_elapsed         PIC 9(7)V99.
         02 hist_gen_rate        PIC 9(9)V99.
         02 hist_cell_updates    PIC 9(15).

       FD profile_file.
       01 profile_record.
         02 prof_name            PIC X(20).
         02 prof_desc            PIC X(40).
         02 prof_settings        PIC X(176).
         02 prof_changed_ts      PIC X(14).
         02 prof_changed_user    PIC X(30).

       WORKING-STORAGE SECTION.

       01 i             PIC 999.
       01 j             PIC 999.
       01 k             PIC 999.

       01 x             PIC 999.
       01 y             PIC 999.
           03 w_x       OCCURS 200 TIMES.
             04 cell    PIC 9.

      * ---- sparse generation engine ---------------------------------- *

      * A cell can only change when it or one of its neighbours is
      * alive, unless the rule gives birth on 0 neighbours, so each
      * generation works only the rows and columns within one cell of
      * a live cell (wrapping on the torus) and leaves every other
      * cell exactly as it stands.  row_live/col_live mark the rows
      * and columns holding a live cell, near_row/near_col list the
      * rows and columns to work, and the neighbour tables give each
      * row's and column's neighbours with the edge mode applied (0
      * off the edge of a bordered board).  The flags are rebuilt
      * from the whole board whenever it may have been changed
      * outside the engine.

       01 sparse_ready        PIC X VALUE "N".
       01 row_flags.
         02 row_live    OCCURS 200 TIMES PIC X.
       01 col_flags.
         02 col_live    OCCURS 200 TIMES PIC X.
       01 near_rows.
         02 near_row    OCCURS 200 TIMES PIC 999.
       01 near_row_count      PIC 999 VALUE 0.
       01 near_cols.
         02 near_col    OCCURS 200 TIMES PIC 999.
       01 near_col_count      PIC 999 VALUE 0.
       01 near_hit            PIC X.
       01 neighbour_tables.
         02 row_above   OCCURS 200 TIMES PIC 999.
         02 row_below   OCCURS 200 TIMES PIC 999.
         02 col_left    OCCURS 200 TIMES PIC 999.
         02 col_right   OCCURS 200 TIMES PIC 999.
       01 ri            PIC 999.
       01 ci            PIC 999.

      * ---- generation bookkeeping, statistics ------------------------ *

       01 generation_count    PIC 9(9) VALUE 0.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).
       01 command_line_raw    PIC X(256).
       01 command_line_equals PIC 999.
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 calc_y              PIC S999.
       01 calc_x              PIC S999.

      * ---- named run profile ----------------------------------------- *

       01 profile_name        PIC X(20) VALUE SPACES.
       01 profile_file_name   PIC X(100) VALUE "PROFILES.DAT".
       01 profile_file_status PIC XX.
       01 profile_scan_flag   PIC X VALUE "N".
         88 profile_scan      VALUE "Y".
       01 profile_error       PIC X VALUE "N".
         88 profile_no_master VALUE "M".
         88 profile_not_found VALUE "U".
       01 profile_used        PIC X(20).
       01 profile_text        PIC X(176).
       01 profile_pointer     PIC 999.
       01 profile_len         PIC 999.

      * ---- scenario composition -------------------------------------- *

       01 scenario_file_name  PIC X(100) VALUE SPACES.
       01 snap_open_flag      PIC X VALUE "N".
       01 snap_gen_text       PIC 9(9).

      * ---- cell activity heatmap ------------------------------------- *

      * With HEATFILE= every cell keeps the number of generations it
      * was alive and the generation it last changed (0 = never).  At
      * end of run the heatmap dataset is written: the control header,
      * a "GENERATIONS first TO last" line giving the span covered (a
      * checkpoint resume covers only its own generations), one record
      * per cell, and a trailer whose record count is the cells, live
      * total the summed alive counts and hash total the row * 1000 +
      * column of every cell that was ever alive.

       01 heat_file_name      PIC X(100) VALUE SPACES.
       01 heat_file_status    PIC XX.
       01 heat_flag           PIC X VALUE "N".
         88 heat_wanted       VALUE "Y".
       01 heat_first_gen      PIC 9(9) VALUE 0.
       01 heat_next_gen       PIC 9(9).
       01 heat_table.
         02 heat_y            OCCURS 200 TIMES.
           03 heat_x          OCCURS 200 TIMES.
             04 heat_alive    PIC 9(9).
             04 heat_changed  PIC 9(9).
       01 heat_line.
         02 heat_line_y       PIC 999.
         02 FILLER            PIC X VALUE SPACE.
         02 heat_line_x       PIC 999.
         02 FILLER            PIC X VALUE SPACE.
         02 heat_line_alive   PIC 9(9).
         02 FILLER            PIC X VALUE SPACE.
         02 heat_line_changed PIC 9(9).
       01 heat_span_line.
         02 FILLER            PIC X(12) VALUE "GENERATIONS ".
         02 heat_span_first   PIC 9(9).
         02 FILLER            PIC X(4) VALUE " TO ".
         02 heat_span_last    PIC 9(9).
       01 heat_rec_count      PIC 9(9).
       01 heat_alive_total    PIC 9(12).
       01 heat_hash_total     PIC 9(15).

      * ---- population threshold alerting ----------------------------- *

       01 alert_min           PIC 9(6) VALUE 0.
       01 run_id_seq          PIC 99.
       01 run_start_ts        PIC X(14).
       01 hist_written        PIC X.
       01 hist_open_flag      PIC X.
       01 run_id_free         PIC X.
       01 run_id_assigned     PIC X(16).

      * ---- dataset control records ----------------------------------- *

      * STATS.DAT, SNAPSHOT.DAT and FINALGRID.DAT each open with a
      * header naming the run that wrote them and close with a trailer
      * carrying the record count, the total of live cells and a hash
      * total of the board (the sum of row * 1000 + column over every
      * live cell).  Record counts are stats lines, snapshots and grid
      * rows respectively; the stats trailer totals the live column
      * and hashes the final board, the snapshot trailer totals live
      * cells and hashes across all snapshots.  A file with no trailer
      * was cut short.

       01 ctl_header.
         02 ctl_hdr_tag          PIC X(4) VALUE "*HDR".
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_hdr_run_id       PIC X(16).
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_hdr_rule         PIC X(20).
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_hdr_edge         PIC X(10).
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_hdr_height       PIC 999.
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_hdr_width        PIC 999.
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_hdr_seed         PIC 9(9).
       01 ctl_trailer.
         02 ctl_trl_tag          PIC X(4) VALUE "*TRL".
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_trl_run_id       PIC X(16).
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_trl_records      PIC 9(9).
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_trl_live         PIC 9(12).
         02 FILLER               PIC X VALUE SPACE.
         02 ctl_trl_hash         PIC 9(15).

       01 board_live          PIC 9(6).
       01 board_hash          PIC 9(15).
       01 stats_rec_count     PIC 9(9) VALUE 0.
       01 stats_live_total    PIC 9(12) VALUE 0.
       01 snap_rec_count      PIC 9(9) VALUE 0.
       01 snap_live_total     PIC 9(12) VALUE 0.
       01 snap_hash_total     PIC 9(15) VALUE 0.

      * ---- RLE import/export ----------------------------------------- *

       01 sweep_file_name     PIC X(100) VALUE "SWEEP.DAT".
       01 sweep_file_status   PIC XX.

      * KEEPGRIDS=Y keeps every seed's final grid instead of letting
      * the next seed overwrite it: each goes to the FINALFILE= name
      * suffixed with a dot and the seed's run ID, so it can be found
      * again from the run ID on its sweep result line.

       01 keep_grids_flag     PIC X VALUE "N".
         88 keep_grids_wanted VALUE "Y".
       01 final_base_name     PIC X(100).

       01 stop_reason         PIC X(10) VALUE SPACES.

      * ---- batch window wall-clock limit ----------------------------- *
       01 elapsed_secs        PIC S9(8).
       01 time_limit_hit      PIC X VALUE "N".

      * ---- per-run elapsed time and throughput ----------------------- *

      * Each run (each seed of a sweep) is timed from its RUN START
      * line to its RUN END line in hundredths of a second; the
      * elapsed seconds and the generations per second of this
      * session go on the RUN END line and into the run history,
      * together with the cell-updates the session computed (height x
      * width x generations) for usage charging.

       01 run_clock_text      PIC X(8).
       01 run_clock_parts REDEFINES run_clock_text.
         02 run_clock_hh      PIC 99.
         02 run_clock_mm      PIC 99.
         02 run_clock_ss      PIC 99.
         02 run_clock_cc      PIC 99.
       01 run_clock_start     PIC 9(7) VALUE 0.
       01 run_clock_now       PIC 9(7).
       01 run_clock_diff      PIC S9(8).
       01 run_elapsed         PIC 9(7)V99 VALUE 0.
       01 run_gen_rate        PIC 9(9)V99 VALUE 0.
       01 audit_elapsed       PIC 9(7).99.
       01 audit_gen_rate      PIC 9(9).99.

      * ---- interactive keyboard controls ----------------------------- *

       01 ui_key_char         PIC X.

       MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO run_start_secs

       IF profile_no_master THEN
         DISPLAY
           "PROFILE=" FUNCTION TRIM(profile_name)
           " was requested but the profile master "
           FUNCTION TRIM(profile_file_name)
           " is not available. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       IF profile_not_found THEN
         DISPLAY
           "PROFILE=" FUNCTION TRIM(profile_name)
           " is not defined in the profile master "
           FUNCTION TRIM(profile_file_name) ". Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       IF rule_ok = "N" THEN
         DISPLAY
           "RULE=" FUNCTION TRIM(rule_string)
       PERFORM write_audit_start
       PERFORM open_stats_report
       PERFORM open_snapshot_file
       PERFORM start_heatmap

       PERFORM main_loop

       INSPECT command_line_raw TALLYING command_line_equals
         FOR ALL "="

       IF command_line_equals = 0 THEN
         MOVE command_line_raw TO control_file_name
         IF control_file_name = SPACES THEN
           MOVE "GOL.CFG" TO control_file_name
         END-IF
       END-IF

      * A first pass picks up PROFILE= only; the profile's settings are
      * then applied, and the second pass lets every key given
      * explicitly override the profile.

       MOVE "Y" TO profile_scan_flag
       PERFORM read_control_settings
       MOVE "N" TO profile_scan_flag

       IF profile_name NOT = SPACES THEN
         PERFORM apply_run_profile
       END-IF

       PERFORM read_control_settings
       .

      * -------------------------------------------------------------- *

       read_control_settings SECTION.

       IF command_line_equals > 0 THEN
         PERFORM parse_command_line_args
       ELSE
         MOVE "N" TO control_eof
         PERFORM read_control_file_from_disk
       END-IF
       .

      * -------------------------------------------------------------- *

       apply_run_profile SECTION.

       MOVE SPACES TO profile_text

       OPEN INPUT profile_file

       IF profile_file_status NOT = "00" THEN
         MOVE "M" TO profile_error
       ELSE

         MOVE profile_name TO prof_name

         READ profile_file
           INVALID KEY
             MOVE "U" TO profile_error
           NOT INVALID KEY
             MOVE FUNCTION TRIM(prof_settings) TO profile_text
         END-READ

         CLOSE profile_file

       END-IF

       IF profile_error = "N" AND profile_text NOT = SPACES THEN

         MOVE FUNCTION LENGTH(FUNCTION TRIM(profile_text))
           TO profile_len
         MOVE 1 TO profile_pointer

         PERFORM UNTIL profile_pointer > profile_len

           MOVE SPACES TO control_line

           UNSTRING profile_text DELIMITED BY SPACE
             INTO control_line
             WITH POINTER profile_pointer
           END-UNSTRING

           IF control_line NOT = SPACES THEN
             PERFORM parse_control_line
           END-IF

         END-PERFORM

       END-IF
       .

      * -------------------------------------------------------------- *

       read_control_file_from_disk SECTION.
         INTO control_key control_value
       END-UNSTRING

       IF profile_scan THEN
         EVALUATE control_key
           WHEN "PROFILE"
             MOVE control_value TO profile_name
           WHEN "PROFILEFILE"
             MOVE control_value TO profile_file_name
           WHEN OTHER
             CONTINUE
         END-EVALUATE
         EXIT SECTION
       END-IF

       EVALUATE control_key

         WHEN "PROFILE"
           CONTINUE
         WHEN "PROFILEFILE"
           CONTINUE
         WHEN "HEIGHT"
           MOVE FUNCTION NUMVAL(control_value) TO parse_value
           IF parse_value > 999 THEN
           MOVE FUNCTION NUMVAL(control_value) TO seed_sweep_to
         WHEN "SWEEPFILE"
           MOVE control_value TO sweep_file_name
         WHEN "KEEPGRIDS"
           MOVE control_value TO keep_grids_flag
         WHEN "RLEFILE"
           MOVE control_value TO rle_file_name
         WHEN "HEATFILE"
           MOVE control_value TO heat_file_name
         WHEN "RULE"
           MOVE control_value TO rule_string
           MOVE "Y" TO rule_from_control
         ADD 1 TO preflight_errors
       END-PERFORM

       IF profile_no_master THEN
         DISPLAY
           "PREFLIGHT ERROR: PROFILE MASTER "
           FUNCTION TRIM(profile_file_name)
           " NOT AVAILABLE FOR PROFILE=" FUNCTION TRIM(profile_name)
         ADD 1 TO preflight_errors
       END-IF

       IF profile_not_found THEN
         DISPLAY
           "PREFLIGHT ERROR: PROFILE=" FUNCTION TRIM(profile_name)
           " NOT FOUND IN " FUNCTION TRIM(profile_file_name)
         ADD 1 TO preflight_errors
       END-IF

       IF height < 1 OR height > height_max THEN
         DISPLAY
           "PREFLIGHT ERROR: HEIGHT=" height
             AT END
               MOVE "Y" TO source_file_eof
             NOT AT END
               EVALUATE TRUE
                 WHEN text_line = SPACES
                   MOVE "Y" TO source_file_eof
                 WHEN text_line(1:4) = "*HDR"
                   OR text_line(1:4) = "*TRL"
                   CONTINUE
                 WHEN OTHER
                   ADD 1 TO preflight_row_count
                   PERFORM preflight_check_grid_row
               END-EVALUATE
           END-READ

         END-PERFORM
             AT END
               MOVE "Y" TO pattern_file_eof
             NOT AT END
               IF FUNCTION TRIM(pattern_record(1:20)) =
                    FUNCTION TRIM(pattern_name) THEN
                 MOVE "Y" TO pattern_found
               END-IF
             AT END
               MOVE "Y" TO pattern_file_eof
             NOT AT END
               IF FUNCTION TRIM(pattern_record(1:20)) =
                    FUNCTION TRIM(scen_name) THEN
                 MOVE "Y" TO pattern_found
                 PERFORM preflight_check_scenario_cells
       MOVE FUNCTION CURRENT-DATE(1:14) TO audit_timestamp
       MOVE audit_timestamp TO run_start_ts

       PERFORM read_run_clock
       MOVE run_clock_now TO run_clock_start

       PERFORM assign_run_id

       DISPLAY "USER" UPON ENVIRONMENT-NAME
       ACCEPT audit_user FROM ENVIRONMENT-VALUE

         MOVE "UNKNOWN" TO audit_user
       END-IF

       IF profile_name = SPACES THEN
         MOVE "NONE" TO profile_used
       ELSE
         MOVE profile_name TO profile_used
       END-IF

       MOVE SPACES TO audit_record
       STRING
         "RUN START ts=" audit_timestamp
         " seed=" seed_used
         " source=" source_mode
         " rule=" FUNCTION TRIM(rule_string)
         " profile=" FUNCTION TRIM(profile_used)
         " run=" run_id_assigned
         DELIMITED BY SIZE
         INTO audit_record
       END-STRING

       MOVE FUNCTION CURRENT-DATE(1:14) TO audit_timestamp

       PERFORM measure_run_speed
       MOVE run_elapsed TO audit_elapsed
       MOVE run_gen_rate TO audit_gen_rate

       MOVE SPACES TO audit_record

       IF stop_reason = SPACES THEN
         STRING
           "RUN END   ts=" audit_timestamp
           " generations=" generation_count
           " elapsed=" audit_elapsed
           " rate=" audit_gen_rate
           DELIMITED BY SIZE
           INTO audit_record
         END-STRING
         STRING
           "RUN END   ts=" audit_timestamp
           " generations=" generation_count
           " elapsed=" audit_elapsed
           " rate=" audit_gen_rate
           " reason=" FUNCTION TRIM(stop_reason)
           DELIMITED BY SIZE
           INTO audit_record
       CLOSE audit_file
       .

      * -------------------------------------------------------------- *

       read_run_clock SECTION.

       MOVE FUNCTION CURRENT-DATE(9:8) TO run_clock_text

       COMPUTE run_clock_now =
         ((run_clock_hh * 60 + run_clock_mm) * 60 + run_clock_ss)
         * 100 + run_clock_cc
       .

      * -------------------------------------------------------------- *

      * A run too quick to time records no rate rather than an
      * infinite one.

       measure_run_speed SECTION.

       PERFORM read_run_clock

       COMPUTE run_clock_diff = run_clock_now - run_clock_start
       IF run_clock_diff < 0 THEN
         ADD 8640000 TO run_clock_diff
       END-IF

       COMPUTE run_elapsed = run_clock_diff / 100

       IF run_clock_diff > 0 THEN
         COMPUTE run_gen_rate ROUNDED =
           session_generations * 100 / run_clock_diff
           ON SIZE ERROR
             MOVE 999999999.99 TO run_gen_rate
         END-COMPUTE
       ELSE
         MOVE 0 TO run_gen_rate
       END-IF
       .

      * -------------------------------------------------------------- *

       open_stats_report SECTION.
       ELSE
         OPEN OUTPUT stats_file
       END-IF

       MOVE 0 TO stats_rec_count
       MOVE 0 TO stats_live_total

       PERFORM build_control_header
       WRITE stats_control_record FROM ctl_header
       .

      * -------------------------------------------------------------- *

         IF snap_file_status = "00" THEN
           MOVE "Y" TO snap_open_flag
           MOVE 0 TO snap_rec_count
           MOVE 0 TO snap_live_total
           MOVE 0 TO snap_hash_total
           PERFORM build_control_header
           WRITE snap_record FROM ctl_header
         ELSE
           DISPLAY
             "Snapshot file " FUNCTION TRIM(snap_file_name)

       MOVE SPACES TO snap_record
       WRITE snap_record

       PERFORM compute_board_hash
       ADD 1 TO snap_rec_count
       ADD board_live TO snap_live_total
       ADD board_hash TO snap_hash_total
       .

      * -------------------------------------------------------------- *
       MOVE deaths TO stats_deaths

       WRITE stats_record

       ADD 1 TO stats_rec_count
       ADD live_count TO stats_live_total
       .

      * -------------------------------------------------------------- *

       close_reports SECTION.

       PERFORM compute_board_hash

       MOVE run_id_assigned TO ctl_trl_run_id
       MOVE stats_rec_count TO ctl_trl_records
       MOVE stats_live_total TO ctl_trl_live
       MOVE board_hash TO ctl_trl_hash
       WRITE stats_control_record FROM ctl_trailer

       CLOSE stats_file

       IF snap_open_flag = "Y" THEN
         MOVE snap_rec_count TO ctl_trl_records
         MOVE snap_live_total TO ctl_trl_live
         MOVE snap_hash_total TO ctl_trl_hash
         WRITE snap_record FROM ctl_trailer
         CLOSE snap_file
         MOVE "N" TO snap_open_flag
       END-IF
         PERFORM write_rle_export
       END-IF

       IF heat_wanted THEN
         PERFORM write_heatmap
       END-IF

       PERFORM write_audit_end
       PERFORM write_run_history
       .
         MOVE generation_count TO hist_gens
         MOVE stop_reason TO hist_reason
         MOVE live_count TO hist_live
         MOVE profile_name TO hist_profile
         MOVE run_elapsed TO hist_elapsed
         MOVE run_gen_rate TO hist_gen_rate
         COMPUTE hist_cell_updates =
           height * width * session_generations

         MOVE "N" TO hist_written

         PERFORM UNTIL hist_written = "Y" OR run_id_seq = 99
             "run record skipped."
         END-IF

         IF hist_written = "Y" AND run_id NOT = run_id_assigned THEN
           DISPLAY
             "Run ID " run_id_assigned
             " was taken by a concurrent run; this run is recorded "
             "as " run_id "."
         END-IF

         CLOSE hist_file

       END-IF

       ELSE

         PERFORM build_control_header
         WRITE final_record FROM ctl_header

         PERFORM VARYING y FROM 1 UNTIL y > height

           MOVE SPACES TO text_line

         END-PERFORM

         PERFORM compute_board_hash
         MOVE run_id_assigned TO ctl_trl_run_id
         MOVE height TO ctl_trl_records
         MOVE board_live TO ctl_trl_live
         MOVE board_hash TO ctl_trl_hash
         WRITE final_record FROM ctl_trailer

         CLOSE final_file

       END-IF
       .

      * -------------------------------------------------------------- *

      * The run ID is fixed when the run starts, so the control
      * headers can carry it: the first sequence number not yet on the
      * run-history file for this start second is taken.

       assign_run_id SECTION.

       MOVE 0 TO run_id_seq
       MOVE "N" TO run_id_free
       MOVE "N" TO hist_open_flag

       OPEN INPUT hist_file

       IF hist_file_status = "00" THEN
         MOVE "Y" TO hist_open_flag
       ELSE
         MOVE "Y" TO run_id_free
       END-IF

       PERFORM UNTIL run_id_free = "Y" OR run_id_seq = 99

         MOVE SPACES TO run_id
         STRING run_start_ts run_id_seq
           DELIMITED BY SIZE
           INTO run_id
         END-STRING
         MOVE run_id TO hist_run_id

         READ hist_file
           INVALID KEY
             MOVE "Y" TO run_id_free
           NOT INVALID KEY
             ADD 1 TO run_id_seq
         END-READ

       END-PERFORM

       IF hist_open_flag = "Y" THEN
         CLOSE hist_file
       END-IF

       MOVE SPACES TO run_id
       STRING run_start_ts run_id_seq
         DELIMITED BY SIZE
         INTO run_id
       END-STRING
       MOVE run_id TO run_id_assigned
       .

      * -------------------------------------------------------------- *

       build_control_header SECTION.

       MOVE run_id_assigned TO ctl_hdr_run_id
       MOVE rule_string TO ctl_hdr_rule
       MOVE edge_mode TO ctl_hdr_edge
       MOVE height TO ctl_hdr_height
       MOVE width TO ctl_hdr_width
       MOVE seed_used TO ctl_hdr_seed
       MOVE run_id_assigned TO ctl_trl_run_id
       .

      * -------------------------------------------------------------- *

       compute_board_hash SECTION.

       MOVE 0 TO board_live
       MOVE 0 TO board_hash

       PERFORM VARYING y FROM 1 UNTIL y > height
         PERFORM VARYING x FROM 1 UNTIL x > width
           IF cell IN world_real(y, x) > 0 THEN
             ADD 1 TO board_live
             COMPUTE board_hash = board_hash + (y * 1000) + x
           END-IF
         END-PERFORM
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       start_heatmap SECTION.

       IF heat_file_name = SPACES THEN
         MOVE "N" TO heat_flag
       ELSE
         MOVE "Y" TO heat_flag
         INITIALIZE heat_table
         MOVE generation_count TO heat_first_gen
       END-IF
       .

      * -------------------------------------------------------------- *

       write_heatmap SECTION.

       OPEN OUTPUT heat_file

       IF heat_file_status NOT = "00" THEN

         DISPLAY
           "Heatmap file " FUNCTION TRIM(heat_file_name)
           " could not be opened for writing; heatmap skipped."

       ELSE

         PERFORM build_control_header
         WRITE heat_record FROM ctl_header

         MOVE heat_first_gen TO heat_span_first
         MOVE generation_count TO heat_span_last
         WRITE heat_record FROM heat_span_line

         MOVE 0 TO heat_rec_count
         MOVE 0 TO heat_alive_total
         MOVE 0 TO heat_hash_total

         PERFORM VARYING y FROM 1 UNTIL y > height
           PERFORM VARYING x FROM 1 UNTIL x > width

             MOVE y TO heat_line_y
             MOVE x TO heat_line_x
             MOVE heat_alive(y, x) TO heat_line_alive
             MOVE heat_changed(y, x) TO heat_line_changed
             WRITE heat_record FROM heat_line

             ADD 1 TO heat_rec_count
             ADD heat_alive(y, x) TO heat_alive_total
             IF heat_alive(y, x) > 0 THEN
               COMPUTE heat_hash_total =
                 heat_hash_total + (y * 1000) + x
             END-IF

           END-PERFORM
         END-PERFORM

         MOVE run_id_assigned TO ctl_trl_run_id
         MOVE heat_rec_count TO ctl_trl_records
         MOVE heat_alive_total TO ctl_trl_live
         MOVE heat_hash_total TO ctl_trl_hash
         WRITE heat_record FROM ctl_trailer

         CLOSE heat_file

       END-IF
       .

      * -------------------------------------------------------------- *

       run_seed_sweep SECTION.
       END-IF

       MOVE seed_sweep_from TO sweep_seed_now
       MOVE final_file_name TO final_base_name

       PERFORM UNTIL sweep_seed_now > seed_sweep_to
         OR time_limit_hit = "Y"
         PERFORM write_audit_start
         PERFORM open_stats_report
         PERFORM open_snapshot_file
         PERFORM start_heatmap

         PERFORM main_loop

         IF keep_grids_wanted THEN
           MOVE SPACES TO final_file_name
           STRING FUNCTION TRIM(final_base_name) "." run_id_assigned
             DELIMITED BY SIZE
             INTO final_file_name
           END-STRING
         END-IF

         PERFORM close_reports

         PERFORM write_sweep_result
       MOVE session_generations TO sweep_rec_gens
       MOVE live_count TO sweep_rec_live
       MOVE stop_reason TO sweep_rec_reason
       MOVE run_id_assigned TO sweep_rec_run_id

       WRITE sweep_record
       .
             AT END
               MOVE "Y" TO source_file_eof
             NOT AT END
               EVALUATE TRUE
                 WHEN text_line = SPACES
                   MOVE "Y" TO source_file_eof
                 WHEN text_line(1:4) = "*HDR"
                   OR text_line(1:4) = "*TRL"
                   CONTINUE
                 WHEN OTHER
                   IF counter <= height_max THEN
                     MOVE text_line TO w_y IN world_real(counter)
                   END-IF
                   ADD 1 TO counter
               END-EVALUATE
           END-READ

         END-PERFORM
             AT END
               MOVE "Y" TO pattern_file_eof
             NOT AT END
               IF FUNCTION TRIM(pattern_record(1:20)) =
                    FUNCTION TRIM(pattern_name) THEN
                 MOVE "Y" TO pattern_found
                 PERFORM stamp_pattern_cells
               AT END
                 MOVE "Y" TO pattern_file_eof
               NOT AT END
                 IF FUNCTION TRIM(pattern_record(1:20)) =
                      FUNCTION TRIM(scen_name) THEN
                   MOVE "Y" TO pattern_found
                   PERFORM stamp_pattern_cells

       main_loop SECTION.

       MOVE "N" TO sparse_ready

       MOVE FUNCTION CURRENT-DATE(15:1) TO random_color

       MOVE FUNCTION MOD(random_color, 7) TO random_color
               AT END
                 MOVE "Y" TO pattern_file_eof
               NOT AT END
                 IF FUNCTION TRIM(pattern_record(1:20)) =
                      FUNCTION TRIM(ui_stamp_name) THEN
                   MOVE "Y" TO pattern_found
                   PERFORM stamp_pattern_cells
       MOVE 0 TO births
       MOVE 0 TO deaths

       COMPUTE heat_next_gen = generation_count + 1

       IF sparse_ready = "N" OR NOT batch_mode THEN
         PERFORM prepare_sparse_engine
       END-IF

       MOVE ALL "N" TO row_flags
       MOVE ALL "N" TO col_flags
       MOVE 0 TO live_count

       PERFORM VARYING ri FROM 1 UNTIL ri > near_row_count
         MOVE near_row(ri) TO y
         PERFORM VARYING ci FROM 1 UNTIL ci > near_col_count
           MOVE near_col(ci) TO x

           PERFORM count_neighbours

             IF birth_on(neighbours + 1) = "Y" THEN
               SET cell IN world_copy(y, x) TO 1
               ADD 1 TO births
               IF heat_wanted THEN
                 ADD 1 TO heat_alive(y, x)
                 MOVE heat_next_gen TO heat_changed(y, x)
               END-IF
             END-IF
           ELSE
             IF survive_on(neighbours + 1) = "Y" THEN
                 WHEN 2
                   SET cell IN world_copy(y, x) TO 3
               END-EVALUATE
               IF heat_wanted THEN
                 ADD 1 TO heat_alive(y, x)
               END-IF
             ELSE
               SET cell IN world_copy(y, x) TO 0
               ADD 1 TO deaths
               IF heat_wanted THEN
                 MOVE heat_next_gen TO heat_changed(y, x)
               END-IF
             END-IF
           END-IF

           IF cell IN world_copy(y, x) > 0 THEN
             ADD 1 TO live_count
             MOVE "Y" TO row_live(y)
             MOVE "Y" TO col_live(x)
           END-IF

         END-PERFORM
       END-PERFORM


       ADD 1 TO generation_count

       PERFORM mark_near_lines

       IF checkpoint_interval > 0 THEN
         IF FUNCTION MOD(generation_count, checkpoint_interval) = 0

      * -------------------------------------------------------------- *

      * Builds the neighbour tables for the board's size and edge mode
      * and marks the rows and columns holding a live cell.  A cell
      * still set in world_copy counts as live as well, since a cell
      * the engine leaves alone keeps its world_copy value.

       prepare_sparse_engine SECTION.

       PERFORM VARYING y FROM 1 UNTIL y > height
         COMPUTE row_above(y) = y - 1
         COMPUTE row_below(y) = y + 1
       END-PERFORM

       PERFORM VARYING x FROM 1 UNTIL x > width
         COMPUTE col_left(x) = x - 1
         COMPUTE col_right(x) = x + 1
       END-PERFORM

       EVALUATE TRUE

         WHEN edge_is_border
           MOVE 0 TO row_below(height)
           MOVE 0 TO col_right(width)

         WHEN OTHER
           MOVE height TO row_above(1)
           MOVE 1 TO row_below(height)
           MOVE width TO col_left(1)
           MOVE 1 TO col_right(width)

       END-EVALUATE

       MOVE ALL "N" TO row_flags
       MOVE ALL "N" TO col_flags

       PERFORM VARYING y FROM 1 UNTIL y > height
         PERFORM VARYING x FROM 1 UNTIL x > width

           IF cell IN world_real(y, x) > 0
             OR cell IN world_copy(y, x) > 0 THEN
             MOVE "Y" TO row_live(y)
             MOVE "Y" TO col_live(x)
           END-IF

         END-PERFORM
       END-PERFORM

       PERFORM mark_near_lines

       MOVE "Y" TO sparse_ready
       .

      * -------------------------------------------------------------- *

      * Under a rule with birth on 0 neighbours every cell can change,
      * so the whole board is worked.

       mark_near_lines SECTION.

       MOVE 0 TO near_row_count

       PERFORM VARYING y FROM 1 UNTIL y > height

         MOVE row_live(y) TO near_hit

         IF row_above(y) > 0 THEN
           IF row_live(row_above(y)) = "Y" THEN
             MOVE "Y" TO near_hit
           END-IF
         END-IF

         IF row_below(y) > 0 THEN
           IF row_live(row_below(y)) = "Y" THEN
             MOVE "Y" TO near_hit
           END-IF
         END-IF

         IF near_hit = "Y" OR birth_on(1) = "Y" THEN
           ADD 1 TO near_row_count
           MOVE y TO near_row(near_row_count)
         END-IF

       END-PERFORM

       MOVE 0 TO near_col_count

       PERFORM VARYING x FROM 1 UNTIL x > width

         MOVE col_live(x) TO near_hit

         IF col_left(x) > 0 THEN
           IF col_live(col_left(x)) = "Y" THEN
             MOVE "Y" TO near_hit
           END-IF
         END-IF

         IF col_right(x) > 0 THEN
           IF col_live(col_right(x)) = "Y" THEN
             MOVE "Y" TO near_hit
           END-IF
         END-IF

         IF near_hit = "Y" OR birth_on(1) = "Y" THEN
           ADD 1 TO near_col_count
           MOVE x TO near_col(near_col_count)
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       count_neighbours SECTION.

       MOVE 0 TO neighbours

       MOVE col_left(x) TO i
       MOVE col_right(x) TO k

       MOVE row_above(y) TO j
       IF j > 0 THEN
         PERFORM count_neighbour_row
       END-IF

       MOVE row_below(y) TO j
       IF j > 0 THEN
         PERFORM count_neighbour_row
       END-IF

       IF i > 0 THEN
         IF cell IN world_real(y, i) > 0 THEN
           ADD 1 TO neighbours
         END-IF
       END-IF

       IF k > 0 THEN
         IF cell IN world_real(y, k) > 0 THEN
           ADD 1 TO neighbours
         END-IF
       END-IF
       .

      * -------------------------------------------------------------- *

       count_neighbour_row SECTION.

       IF cell IN world_real(j, x) > 0 THEN
         ADD 1 TO neighbours
       END-IF

       IF i > 0 THEN
         IF cell IN world_real(j, i) > 0 THEN
           ADD 1 TO neighbours
         END-IF
       END-IF

       IF k > 0 THEN
         IF cell IN world_real(j, k) > 0 THEN
           ADD 1 TO neighbours
         END-IF
       END-IF
       .

      * -------------------------------------------------------------- *
