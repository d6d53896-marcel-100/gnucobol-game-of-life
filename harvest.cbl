      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. harvest.

      * Harvests the objects census cannot name from a batch of final
      * grids.  The grids to read come from any mix of:
      *
      *   LISTFILE=   one final-grid dataset name per line
      *   SWEEPFILE=  a seed sweep's results; each line's run ID names
      *               the grid kept by KEEPGRIDS=Y, FINALFILE= (default
      *               FINALGRID.DAT) suffixed with a dot and the run ID
      *   QUEUEFILE=  a run queue; each DONE or FAILED entry's
      *               FINALFILE= setting (default FINALGRID.DAT),
      *               taken from its run profile where the entry does
      *               not give it; PROFILE= (and PROFILEFILE=) stand
      *               for the profile runqueue was given, for entries
      *               that name none of their own
      *
      * A queue entry that swept seeds with KEEPGRIDS=Y left one grid
      * per seed and is listed as not harvested: its grids are read
      * through the sweep's results with SWEEPFILE=.
      *
      * Every grid is checked against its control records as census
      * does, and cut into 8-connected clusters.  Each cluster is
      * reduced to a canonical form, the least of its four rotations
      * and their mirror images, so that every orientation of an
      * object counts as the same object.  Clusters matching a census
      * shape, or any piece of any phase of a PATTERNLIB= entry
      * (default PATTERNS.LIB), are dropped, as are clusters of fewer
      * than MINCELLS= cells (default 3: the debris of a run stopped
      * at its generation limit).  What is left is written
      * to CANDFILE= (default CANDIDATES.DAT) in pattern library
      * layout, most often seen first, each name line carrying the
      * cell count, the times seen and the seed, run ID and rule of
      * the first grid it came from; patlib ACTION=PROMOTE copies a
      * reviewed candidate into the library.  Return codes: 0
      * harvested, 4 some grids missing or refused or the candidate
      * table filled up, 8 nothing to harvest or a dataset could not
      * be read or written.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT source_file ASSIGN TO DYNAMIC source_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS source_file_status.

           SELECT grid_file ASSIGN TO DYNAMIC grid_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS grid_file_status.

           SELECT pattern_file ASSIGN TO DYNAMIC pattern_lib_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS pattern_file_status.

           SELECT cand_file ASSIGN TO DYNAMIC cand_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS cand_file_status.

           SELECT profile_file ASSIGN TO DYNAMIC profile_file_name
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY prof_name
             FILE STATUS profile_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD source_file.
       01 source_record          PIC X(200).

       FD grid_file.
       01 grid_record            PIC X(200).

       FD pattern_file.
       01 pattern_record         PIC X(100).

       FD cand_file.
       01 cand_record            PIC X(100).

       FD profile_file.
       01 profile_record.
         02 prof_name            PIC X(20).
         02 prof_desc            PIC X(40).
         02 prof_settings        PIC X(176).
         02 prof_changed_ts      PIC X(14).
         02 prof_changed_user    PIC X(30).

       WORKING-STORAGE SECTION.

       01 source_file_name    PIC X(100).
       01 source_file_status  PIC XX.
       01 source_file_eof     PIC X VALUE "N".
       01 source_kind         PIC X(5).

       01 list_file_name      PIC X(100) VALUE SPACES.
       01 sweep_file_name     PIC X(100) VALUE SPACES.
       01 queue_file_name     PIC X(100) VALUE SPACES.
       01 final_base_name     PIC X(100) VALUE "FINALGRID.DAT".

       01 grid_file_name      PIC X(100).
       01 grid_file_status    PIC XX.
       01 grid_file_eof       PIC X VALUE "N".

       01 pattern_lib_name    PIC X(100) VALUE "PATTERNS.LIB".
       01 pattern_file_status PIC XX.
       01 pattern_file_eof    PIC X VALUE "N".

       01 cand_file_name      PIC X(100) VALUE "CANDIDATES.DAT".
       01 cand_file_status    PIC XX.

       01 command_line_raw    PIC X(200).
       01 command_line_equals PIC 999.
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- datasets to harvest --------------------------------------- *

       01 ds_table.
         02 ds_entry OCCURS 1000 TIMES.
           03 ds_name           PIC X(100).
           03 ds_fault          PIC X(40).
       01 ds_count            PIC 9(4) VALUE 0.
       01 ds_overflow         PIC 9(6) VALUE 0.
       01 d                   PIC 9(4).
       01 ds_known            PIC X.
       01 new_ds_name         PIC X(100).
       01 new_ds_fault        PIC X(40).

       01 queue_settings      PIC X(176).
       01 queue_pointer       PIC 999.

      * ---- run profile of a queue entry ------------------------------ *

       01 default_profile     PIC X(20) VALUE SPACES.
       01 default_profile_file PIC X(100) VALUE SPACES.
       01 profile_file_name   PIC X(100).
       01 profile_file_status PIC XX.
       01 entry_profile       PIC X(20).
       01 entry_profile_file  PIC X(100).
       01 entry_final_name    PIC X(100).
       01 entry_keep_grids    PIC X.
       01 entry_seed_from     PIC 9(9).
       01 entry_seed_to       PIC 9(9).

       01 harvested_count     PIC 9(4) VALUE 0.
       01 missing_count       PIC 9(4) VALUE 0.
       01 refused_count       PIC 9(4) VALUE 0.

      * ---- dataset control records ----------------------------------- *

      * As census: the grid must open with the *HDR record of the run
      * that wrote it and close with a *TRL record whose row count,
      * live-cell total and hash total agree with the rows read.

       01 ctl_header.
         02 ctl_hdr_tag          PIC X(4).
         02 FILLER               PIC X.
         02 ctl_hdr_run_id       PIC X(16).
         02 FILLER               PIC X.
         02 ctl_hdr_rule         PIC X(20).
         02 FILLER               PIC X.
         02 ctl_hdr_edge         PIC X(10).
         02 FILLER               PIC X.
         02 ctl_hdr_height       PIC 999.
         02 FILLER               PIC X.
         02 ctl_hdr_width        PIC 999.
         02 FILLER               PIC X.
         02 ctl_hdr_seed         PIC 9(9).
       01 ctl_trailer.
         02 ctl_trl_tag          PIC X(4).
         02 FILLER               PIC X.
         02 ctl_trl_run_id       PIC X(16).
         02 FILLER               PIC X.
         02 ctl_trl_records      PIC 9(9).
         02 FILLER               PIC X.
         02 ctl_trl_live         PIC 9(12).
         02 FILLER               PIC X.
         02 ctl_trl_hash         PIC 9(15).
       01 header_seen         PIC X.
       01 trailer_seen        PIC X.
       01 ctl_fault           PIC X(40).
       01 grid_hash           PIC 9(15).
       01 live_total          PIC 9(9).

       01 height              PIC 999 VALUE 0.
       01 width               PIC 999 VALUE 0.
       01 height_max          PIC 999 VALUE 200.
       01 width_max           PIC 999 VALUE 200.
       01 row_len             PIC 999.

       01 grid_lines.
         02 grid_line OCCURS 200 TIMES PIC X(200).
       01 seen_lines.
         02 seen_line OCCURS 200 TIMES PIC X(200).

       01 y                   PIC 999.
       01 x                   PIC 999.
       01 ny                  PIC S9(4).
       01 nx                  PIC S9(4).
       01 dy                  PIC S9.
       01 dx                  PIC S9.

      * ---- census's reference shapes --------------------------------- *

       01 shape_def_values.
         02 FILLER PIC X(30) VALUE
            "BLOCK       2211  11          ".
         02 FILLER PIC X(30) VALUE
            "BEEHIVE     34011010010110    ".
         02 FILLER PIC X(30) VALUE
            "LOAF        440110100101010010".
         02 FILLER PIC X(30) VALUE
            "BOAT        33110 101 010     ".
         02 FILLER PIC X(30) VALUE
            "BLINKER     13111             ".
         02 FILLER PIC X(30) VALUE
            "TOAD        2401111110        ".
         02 FILLER PIC X(30) VALUE
            "TOAD        440010100110010100".
         02 FILLER PIC X(30) VALUE
            "GLIDER      33010 001 111     ".
         02 FILLER PIC X(30) VALUE
            "GLIDER      33101 011 010     ".
         02 FILLER PIC X(30) VALUE
            "GLIDER      33001 101 011     ".
         02 FILLER PIC X(30) VALUE
            "GLIDER      33100 011 110     ".
       01 shape_defs REDEFINES shape_def_values.
         02 base_shape OCCURS 11 TIMES.
           03 base_type         PIC X(12).
           03 base_h            PIC 9.
           03 base_w            PIC 9.
           03 base_row OCCURS 4 TIMES PIC X(4).

       01 b                   PIC 99.

      * ---- canonical form -------------------------------------------- *

      * A shape up to 32 x 32 is held as rows of 0/1.  Its key is the
      * height, the width and the rows laid end to end; the canonical
      * key is the least key over the eight orientations.

       01 shape_size_max      PIC 99 VALUE 32.
       01 shape_cells_max     PIC 999 VALUE 500.
       01 min_cells           PIC 999 VALUE 3.

       01 shp_a_h             PIC 99.
       01 shp_a_w             PIC 99.
       01 shp_a.
         02 shp_a_row OCCURS 32 TIMES PIC X(32).
       01 shp_b_h             PIC 99.
       01 shp_b_w             PIC 99.
       01 shp_b.
         02 shp_b_row OCCURS 32 TIMES PIC X(32).

       01 work_key.
         02 work_key_h          PIC 99.
         02 work_key_w          PIC 99.
         02 work_key_bits       PIC X(1024).
       01 canon_key           PIC X(1028).
       01 canon_view REDEFINES canon_key.
         02 canon_h             PIC 99.
         02 canon_w             PIC 99.
         02 canon_bits          PIC X(1024).

       01 r                   PIC 99.
       01 c                   PIC 99.
       01 rot                 PIC 9.
       01 bit_pos             PIC 9(4).

      * ---- shapes already known -------------------------------------- *

       01 known_table.
         02 known_key OCCURS 1000 TIMES PIC X(1028).
       01 known_count         PIC 9(4) VALUE 0.
       01 k                   PIC 9(4).
       01 key_found           PIC X.

      * ---- pattern library, stepped through its phases --------------- *

       01 lib_count           PIC 999 VALUE 0.
       01 lib_skipped         PIC 999 VALUE 0.
       01 in_pattern          PIC X VALUE "N".
       01 lib_period          PIC 999.
       01 lib_rule            PIC X(20).
       01 lib_cells           PIC 9(4).
       01 lib_placed_ok       PIC X.
       01 lib_coords.
         02 lib_coord OCCURS 500 TIMES.
           03 lib_dy            PIC S999.
           03 lib_dx            PIC S999.
       01 pattern_dy_text     PIC X(10).
       01 pattern_dx_text     PIC X(10).
       01 behaviour_text      PIC X(80).
       01 behaviour_pointer   PIC 999.

       01 phase_limit         PIC 99 VALUE 32.
       01 phase_count         PIC 999.
       01 phase               PIC 999.
       01 next_lines.
         02 next_line OCCURS 200 TIMES PIC X(200).
       01 live_min_y          PIC 999.
       01 live_max_y          PIC 999.
       01 live_min_x          PIC 999.
       01 live_max_x          PIC 999.
       01 scan_from_y         PIC 999.
       01 scan_to_y           PIC 999.
       01 scan_from_x         PIC 999.
       01 scan_to_x           PIC 999.
       01 neighbours          PIC 9.

       01 rule_part_b         PIC X(10).
       01 rule_part_s         PIC X(10).
       01 rule_pos            PIC 99.
       01 rule_digit          PIC 9.
       01 birth_flags.
         02 birth_on OCCURS 9 TIMES PIC X.
       01 survive_flags.
         02 survive_on OCCURS 9 TIMES PIC X.

      * ---- flood fill ------------------------------------------------ *

       01 fill_stack.
         02 stack_cell OCCURS 40000 TIMES.
           03 stack_y           PIC 999.
           03 stack_x           PIC 999.
       01 stack_top           PIC 9(5) VALUE 0.

       01 cluster_cells.
         02 cl_cell OCCURS 500 TIMES.
           03 cl_y              PIC 999.
           03 cl_x              PIC 999.
       01 cl_count            PIC 9(6).
       01 cl_stored           PIC 999.
       01 cl_min_y            PIC 999.
       01 cl_max_y            PIC 999.
       01 cl_min_x            PIC 999.
       01 cl_max_x            PIC 999.
       01 cl_box_h            PIC 999.
       01 cl_box_w            PIC 999.
       01 cl_fits             PIC X.
       01 i                   PIC 999.
       01 save_y              PIC 999.
       01 save_x              PIC 999.

      * ---- candidates ------------------------------------------------ *

       01 cand_table.
         02 cand_entry OCCURS 500 TIMES.
           03 cand_key          PIC X(1028).
           03 cand_cells        PIC 999.
           03 cand_seen         PIC 9(6).
           03 cand_seed         PIC 9(9).
           03 cand_run_id       PIC X(16).
           03 cand_rule         PIC X(20).
       01 cand_count          PIC 999 VALUE 0.
       01 cand_hold           PIC X(1082).
       01 cand_name           PIC X(20).
       01 cand_number         PIC 9(4).
       01 cand_sorted         PIC X.
       01 m                   PIC 999.
       01 n                   PIC 999.

       01 cluster_count       PIC 9(9) VALUE 0.
       01 known_seen_count    PIC 9(9) VALUE 0.
       01 large_count         PIC 9(9) VALUE 0.
       01 small_count         PIC 9(9) VALUE 0.
       01 sighting_count      PIC 9(9) VALUE 0.
       01 lost_count          PIC 9(9) VALUE 0.

       01 out_pointer         PIC 999.
       01 center_y            PIC 99.
       01 center_x            PIC 99.
       01 signed_value        PIC S999.
       01 abs_value           PIC 999.
       01 signed_text         PIC X(10).
       01 text_trimmed        PIC X(10).
       01 picture_line        PIC X(32).

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).

      * ---- edited report fields -------------------------------------- *

       01 ed_count            PIC ZZZ,ZZZ,ZZ9.
       01 ed_cells            PIC ZZ9.
       01 ed_dim              PIC Z9.
       01 ed_dim_2            PIC Z9.
       01 ed_seen             PIC ZZZ,ZZ9.
       01 ed_number           PIC Z(5)9.

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       PERFORM parse_arguments

       IF list_file_name = SPACES AND sweep_file_name = SPACES
         AND queue_file_name = SPACES THEN
         DISPLAY
           "Usage: harvest [LISTFILE=<file>] [SWEEPFILE=<file>] "
           "[QUEUEFILE=<file>] [FINALFILE=<name>] "
           "[PROFILE=<name>] [PROFILEFILE=<file>] "
           "[PATTERNLIB=<file>] [CANDFILE=<file>] [MINCELLS=<n>]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       IF list_file_name NOT = SPACES THEN
         MOVE list_file_name TO source_file_name
         MOVE "LIST" TO source_kind
         PERFORM read_source_file
       END-IF

       IF sweep_file_name NOT = SPACES THEN
         MOVE sweep_file_name TO source_file_name
         MOVE "SWEEP" TO source_kind
         PERFORM read_source_file
       END-IF

       IF queue_file_name NOT = SPACES THEN
         MOVE queue_file_name TO source_file_name
         MOVE "QUEUE" TO source_kind
         PERFORM read_source_file
       END-IF

       IF ds_count = 0 THEN
         DISPLAY
           "No final-grid datasets were listed; nothing to harvest."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM load_known_shapes
       PERFORM load_library_shapes

       PERFORM VARYING d FROM 1 UNTIL d > ds_count
         PERFORM harvest_dataset
       END-PERFORM

       PERFORM sort_candidates
       PERFORM write_candidate_file

       PERFORM print_report

       IF missing_count > 0 OR refused_count > 0
         OR lost_count > 0 OR ds_overflow > 0 THEN
         MOVE 4 TO RETURN-CODE
       ELSE
         MOVE 0 TO RETURN-CODE
       END-IF

       GOBACK
       .

      * -------------------------------------------------------------- *

      * A bare name is taken as LISTFILE=.

       parse_arguments SECTION.

       ACCEPT command_line_raw FROM COMMAND-LINE

       MOVE 0 TO command_line_equals
       INSPECT command_line_raw TALLYING command_line_equals
         FOR ALL "="

       IF command_line_equals > 0 THEN

         MOVE FUNCTION TRIM(command_line_raw) TO command_line_raw
         MOVE FUNCTION LENGTH(FUNCTION TRIM(command_line_raw))
           TO cmd_len
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

       ELSE

         IF command_line_raw NOT = SPACES THEN
           MOVE FUNCTION TRIM(command_line_raw) TO list_file_name
         END-IF

       END-IF
       .

      * -------------------------------------------------------------- *

       parse_control_line SECTION.

       MOVE SPACES TO control_key
       MOVE SPACES TO control_value

       UNSTRING control_line DELIMITED BY "="
         INTO control_key control_value
       END-UNSTRING

       EVALUATE control_key

         WHEN "LISTFILE"
           MOVE control_value TO list_file_name
         WHEN "SWEEPFILE"
           MOVE control_value TO sweep_file_name
         WHEN "QUEUEFILE"
           MOVE control_value TO queue_file_name
         WHEN "FINALFILE"
           MOVE control_value TO final_base_name
         WHEN "PROFILE"
           MOVE control_value TO default_profile
         WHEN "PROFILEFILE"
           MOVE control_value TO default_profile_file
         WHEN "PATTERNLIB"
           MOVE control_value TO pattern_lib_name
         WHEN "CANDFILE"
           MOVE control_value TO cand_file_name
         WHEN "MINCELLS"
           IF FUNCTION TEST-NUMVAL(control_value) = 0 THEN
             MOVE FUNCTION NUMVAL(control_value) TO min_cells
           END-IF
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       read_source_file SECTION.

       MOVE "N" TO source_file_eof

       OPEN INPUT source_file

       IF source_file_status NOT = "00" THEN
         DISPLAY
           "Dataset list " FUNCTION TRIM(source_file_name)
           " not available. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM UNTIL source_file_eof = "Y"

         READ source_file
           AT END
             MOVE "Y" TO source_file_eof
           NOT AT END
             PERFORM take_source_line
         END-READ

       END-PERFORM

       CLOSE source_file
       .

      * -------------------------------------------------------------- *

      * Sweep result lines carry the run ID from column 39; queue
      * entries hold their status in columns 1-8 and their settings
      * from column 25, as runqueue writes them.

       take_source_line SECTION.

       MOVE SPACES TO new_ds_name
       MOVE SPACES TO new_ds_fault

       EVALUATE source_kind

         WHEN "LIST"
           IF source_record NOT = SPACES
             AND source_record(1:1) NOT = "*" THEN
             MOVE FUNCTION TRIM(source_record) TO new_ds_name
           END-IF

         WHEN "SWEEP"
           IF source_record(39:16) NOT = SPACES THEN
             STRING FUNCTION TRIM(final_base_name) "."
               source_record(39:16)
               DELIMITED BY SIZE
               INTO new_ds_name
             END-STRING
           END-IF

         WHEN OTHER
           IF source_record(1:8) = "DONE"
             OR source_record(1:8) = "FAILED" THEN
             PERFORM resolve_queue_entry
           END-IF

       END-EVALUATE

       IF new_ds_name NOT = SPACES THEN
         PERFORM add_dataset_name
       END-IF
       .

      * -------------------------------------------------------------- *

      * The simulator's own order of precedence: the profile's
      * settings first, then the entry's, so a key the entry gives
      * itself wins.  A profile that cannot be read held the run at
      * preflight, leaving no grid of its own to harvest.

       resolve_queue_entry SECTION.

       MOVE "FINALGRID.DAT" TO entry_final_name
       MOVE "N" TO entry_keep_grids
       MOVE 0 TO entry_seed_from
       MOVE 0 TO entry_seed_to
       MOVE SPACES TO entry_profile
       MOVE SPACES TO entry_profile_file

       MOVE source_record(25:176) TO queue_settings
       PERFORM scan_queue_settings

       IF entry_profile = SPACES THEN
         MOVE default_profile TO entry_profile
       END-IF

       IF entry_profile_file = SPACES THEN
         MOVE default_profile_file TO entry_profile_file
       END-IF

       IF entry_profile NOT = SPACES THEN
         PERFORM find_profile_settings
         MOVE source_record(25:176) TO queue_settings
         PERFORM scan_queue_settings
       END-IF

       MOVE entry_final_name TO new_ds_name

       IF new_ds_fault = SPACES AND entry_keep_grids = "Y"
         AND entry_seed_from > 0
         AND entry_seed_to >= entry_seed_from THEN
         MOVE "per-seed grids; use SWEEPFILE=" TO new_ds_fault
       END-IF
       .

      * -------------------------------------------------------------- *

       find_profile_settings SECTION.

       IF entry_profile_file NOT = SPACES THEN
         MOVE entry_profile_file TO profile_file_name
       ELSE
         MOVE "PROFILES.DAT" TO profile_file_name
       END-IF

       OPEN INPUT profile_file

       IF profile_file_status NOT = "00" THEN
         MOVE "profile master not available" TO new_ds_fault
         EXIT SECTION
       END-IF

       MOVE entry_profile TO prof_name

       READ profile_file
         INVALID KEY
           STRING "profile " FUNCTION TRIM(entry_profile)
             " not found"
             DELIMITED BY SIZE
             INTO new_ds_fault
           END-STRING
         NOT INVALID KEY
           MOVE prof_settings TO queue_settings
           PERFORM scan_queue_settings
       END-READ

       CLOSE profile_file
       .

      * -------------------------------------------------------------- *

       scan_queue_settings SECTION.

       MOVE 1 TO queue_pointer

       PERFORM UNTIL queue_pointer > 176

         MOVE SPACES TO control_line
         UNSTRING queue_settings DELIMITED BY ALL SPACE
           INTO control_line
           WITH POINTER queue_pointer
         END-UNSTRING

         IF control_line NOT = SPACES THEN
           MOVE SPACES TO control_key
           MOVE SPACES TO control_value
           UNSTRING control_line DELIMITED BY "="
             INTO control_key control_value
           END-UNSTRING
           EVALUATE control_key
             WHEN "FINALFILE"
               MOVE control_value TO entry_final_name
             WHEN "KEEPGRIDS"
               MOVE control_value TO entry_keep_grids
             WHEN "SEEDFROM"
               MOVE FUNCTION NUMVAL(control_value) TO entry_seed_from
             WHEN "SEEDTO"
               MOVE FUNCTION NUMVAL(control_value) TO entry_seed_to
             WHEN "PROFILE"
               MOVE control_value TO entry_profile
             WHEN "PROFILEFILE"
               MOVE control_value TO entry_profile_file
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * A name listed with a fault is kept apart from the same name
      * listed without one.

       add_dataset_name SECTION.

       MOVE "N" TO ds_known

       PERFORM VARYING d FROM 1 UNTIL d > ds_count
         OR ds_known = "Y"
         IF ds_name(d) = new_ds_name
           AND ds_fault(d) = new_ds_fault THEN
           MOVE "Y" TO ds_known
         END-IF
       END-PERFORM

       IF ds_known = "N" THEN
         IF ds_count < 1000 THEN
           ADD 1 TO ds_count
           MOVE new_ds_name TO ds_name(ds_count)
           MOVE new_ds_fault TO ds_fault(ds_count)
           IF new_ds_fault NOT = SPACES THEN
             ADD 1 TO refused_count
           END-IF
         ELSE
           ADD 1 TO ds_overflow
         END-IF
       END-IF
       .

      * -------------------------------------------------------------- *

       load_known_shapes SECTION.

       PERFORM VARYING b FROM 1 UNTIL b > 11

         MOVE ALL "0" TO shp_a
         MOVE base_h(b) TO shp_a_h
         MOVE base_w(b) TO shp_a_w
         PERFORM VARYING r FROM 1 UNTIL r > base_h(b)
           MOVE base_row(b, r)(1:base_w(b))
             TO shp_a_row(r)(1:base_w(b))
         END-PERFORM

         INSPECT shp_a CONVERTING " " TO "0"

         PERFORM compute_canonical_key
         PERFORM add_known_key

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * Each library entry is laid on an empty board and stepped
      * through its recorded period under its recorded rule (one phase
      * and B3/S23 when nothing is recorded), and every cluster of
      * every phase becomes a known shape.  Patterns such as PULSAR
      * fall apart into several clusters on a final grid, so each piece
      * has to be known on its own.

       load_library_shapes SECTION.

       MOVE "N" TO in_pattern
       MOVE "N" TO pattern_file_eof
       MOVE 0 TO lib_cells

       OPEN INPUT pattern_file

       IF pattern_file_status NOT = "00" THEN
         DISPLAY
           "Pattern library " FUNCTION TRIM(pattern_lib_name)
           " not available. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM UNTIL pattern_file_eof = "Y"

         READ pattern_file
           AT END
             MOVE "Y" TO pattern_file_eof
           NOT AT END
             EVALUATE TRUE
               WHEN pattern_record = SPACES
                 IF in_pattern = "Y" THEN
                   PERFORM step_library_pattern
                 END-IF
                 MOVE "N" TO in_pattern
               WHEN in_pattern = "N"
                 MOVE "Y" TO in_pattern
                 MOVE 0 TO lib_cells
                 MOVE pattern_record(21:80) TO behaviour_text
                 PERFORM read_behaviour_fields
               WHEN OTHER
                 PERFORM store_library_coordinate
             END-EVALUATE
         END-READ

       END-PERFORM

       IF in_pattern = "Y" THEN
         PERFORM step_library_pattern
       END-IF

       CLOSE pattern_file
       .

      * -------------------------------------------------------------- *

       read_behaviour_fields SECTION.

       MOVE 1 TO lib_period
       MOVE "B3/S23" TO lib_rule
       MOVE 1 TO behaviour_pointer

       PERFORM UNTIL behaviour_pointer > 80

         MOVE SPACES TO control_line

         UNSTRING behaviour_text DELIMITED BY ALL SPACE
           INTO control_line
           WITH POINTER behaviour_pointer
         END-UNSTRING

         MOVE SPACES TO control_key
         MOVE SPACES TO control_value
         UNSTRING control_line DELIMITED BY "="
           INTO control_key control_value
         END-UNSTRING

         EVALUATE control_key
           WHEN "PERIOD"
             IF FUNCTION TEST-NUMVAL(control_value) = 0 THEN
               MOVE FUNCTION NUMVAL(control_value) TO lib_period
             END-IF
           WHEN "RULE"
             MOVE control_value TO lib_rule
           WHEN OTHER
             CONTINUE
         END-EVALUATE

       END-PERFORM

       IF lib_period < 1 THEN
         MOVE 1 TO lib_period
       END-IF
       .

      * -------------------------------------------------------------- *

       store_library_coordinate SECTION.

       MOVE SPACES TO pattern_dy_text
       MOVE SPACES TO pattern_dx_text

       UNSTRING pattern_record DELIMITED BY ","
         INTO pattern_dy_text pattern_dx_text
       END-UNSTRING

       IF FUNCTION TEST-NUMVAL(pattern_dy_text) = 0
         AND FUNCTION TEST-NUMVAL(pattern_dx_text) = 0
         AND lib_cells < 500 THEN
         ADD 1 TO lib_cells
         MOVE FUNCTION NUMVAL(pattern_dy_text) TO lib_dy(lib_cells)
         MOVE FUNCTION NUMVAL(pattern_dx_text) TO lib_dx(lib_cells)
       END-IF
       .

      * -------------------------------------------------------------- *

       step_library_pattern SECTION.

       IF lib_cells = 0 THEN
         EXIT SECTION
       END-IF

       ADD 1 TO lib_count

       MOVE SPACES TO grid_lines
       MOVE height_max TO height
       MOVE width_max TO width
       MOVE "Y" TO lib_placed_ok

       PERFORM VARYING i FROM 1 UNTIL i > lib_cells
         COMPUTE ny = 100 + lib_dy(i)
         COMPUTE nx = 100 + lib_dx(i)
         IF ny < 2 OR ny > height_max - 1
           OR nx < 2 OR nx > width_max - 1 THEN
           MOVE "N" TO lib_placed_ok
         ELSE
           MOVE "1" TO grid_line(ny)(nx:1)
         END-IF
       END-PERFORM

       IF lib_placed_ok = "N" THEN
         ADD 1 TO lib_skipped
         EXIT SECTION
       END-IF

       PERFORM parse_rule_string

       MOVE lib_period TO phase_count
       IF phase_count > phase_limit THEN
         MOVE phase_limit TO phase_count
       END-IF

       PERFORM VARYING phase FROM 1 UNTIL phase > phase_count

         PERFORM find_live_box

         IF live_min_y > 0 THEN
           PERFORM add_phase_clusters
           IF phase < phase_count THEN
             PERFORM step_generation
           END-IF
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       parse_rule_string SECTION.

       MOVE ALL "N" TO birth_flags
       MOVE ALL "N" TO survive_flags

       MOVE SPACES TO rule_part_b
       MOVE SPACES TO rule_part_s

       UNSTRING lib_rule DELIMITED BY "/"
         INTO rule_part_b rule_part_s
       END-UNSTRING

       PERFORM VARYING rule_pos FROM 2 UNTIL rule_pos > 10

         IF rule_part_b(rule_pos:1) >= "0"
           AND rule_part_b(rule_pos:1) <= "8" THEN
           MOVE rule_part_b(rule_pos:1) TO rule_digit
           MOVE "Y" TO birth_on(rule_digit + 1)
         END-IF

         IF rule_part_s(rule_pos:1) >= "0"
           AND rule_part_s(rule_pos:1) <= "8" THEN
           MOVE rule_part_s(rule_pos:1) TO rule_digit
           MOVE "Y" TO survive_on(rule_digit + 1)
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       find_live_box SECTION.

       MOVE 0 TO live_min_y live_max_y live_min_x live_max_x

       PERFORM VARYING y FROM 1 UNTIL y > height

         IF grid_line(y) NOT = SPACES THEN

           IF live_min_y = 0 THEN
             MOVE y TO live_min_y
           END-IF
           MOVE y TO live_max_y

           PERFORM VARYING x FROM 1 UNTIL x > width
             IF grid_line(y)(x:1) = "1" THEN
               IF live_min_x = 0 OR x < live_min_x THEN
                 MOVE x TO live_min_x
               END-IF
               IF x > live_max_x THEN
                 MOVE x TO live_max_x
               END-IF
             END-IF
           END-PERFORM

         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       add_phase_clusters SECTION.

       MOVE SPACES TO seen_lines

       PERFORM VARYING y FROM live_min_y UNTIL y > live_max_y
         PERFORM VARYING x FROM live_min_x UNTIL x > live_max_x

           IF grid_line(y)(x:1) = "1"
             AND seen_line(y)(x:1) = SPACE THEN
             PERFORM collect_cluster
             PERFORM build_cluster_shape
             IF cl_fits = "Y" THEN
               PERFORM compute_canonical_key
               PERFORM add_known_key
             END-IF
           END-IF

         END-PERFORM
       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * One generation of the isolated pattern, cells beyond the board
      * being dead, worked only over the live area and its border.

       step_generation SECTION.

       COMPUTE scan_from_y = live_min_y - 1
       COMPUTE scan_to_y = live_max_y + 1
       COMPUTE scan_from_x = live_min_x - 1
       COMPUTE scan_to_x = live_max_x + 1

       IF scan_from_y < 1 THEN
         MOVE 1 TO scan_from_y
       END-IF
       IF scan_to_y > height THEN
         MOVE height TO scan_to_y
       END-IF
       IF scan_from_x < 1 THEN
         MOVE 1 TO scan_from_x
       END-IF
       IF scan_to_x > width THEN
         MOVE width TO scan_to_x
       END-IF

       PERFORM VARYING y FROM scan_from_y UNTIL y > scan_to_y

         MOVE SPACES TO next_line(y)

         PERFORM VARYING x FROM scan_from_x UNTIL x > scan_to_x

           PERFORM count_neighbours

           IF grid_line(y)(x:1) = "1" THEN
             IF survive_on(neighbours + 1) = "Y" THEN
               MOVE "1" TO next_line(y)(x:1)
             END-IF
           ELSE
             IF birth_on(neighbours + 1) = "Y" THEN
               MOVE "1" TO next_line(y)(x:1)
             END-IF
           END-IF

         END-PERFORM

       END-PERFORM

       PERFORM VARYING y FROM scan_from_y UNTIL y > scan_to_y
         MOVE next_line(y) TO grid_line(y)
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       count_neighbours SECTION.

       MOVE 0 TO neighbours

       PERFORM VARYING dy FROM -1 UNTIL dy > 1
         PERFORM VARYING dx FROM -1 UNTIL dx > 1

           COMPUTE ny = y + dy
           COMPUTE nx = x + dx

           IF (dy NOT = 0 OR dx NOT = 0)
             AND ny >= 1 AND ny <= height
             AND nx >= 1 AND nx <= width THEN
             IF grid_line(ny)(nx:1) = "1" THEN
               ADD 1 TO neighbours
             END-IF
           END-IF

         END-PERFORM
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       harvest_dataset SECTION.

       IF ds_fault(d) NOT = SPACES THEN
         EXIT SECTION
       END-IF

       MOVE ds_name(d) TO grid_file_name

       PERFORM read_grid_file

       IF ds_fault(d) NOT = SPACES THEN
         EXIT SECTION
       END-IF

       ADD 1 TO harvested_count

       MOVE SPACES TO seen_lines

       PERFORM VARYING y FROM 1 UNTIL y > height
         IF grid_line(y) NOT = SPACES THEN
           PERFORM VARYING x FROM 1 UNTIL x > width

             IF grid_line(y)(x:1) = "1"
               AND seen_line(y)(x:1) = SPACE THEN
               PERFORM collect_cluster
               PERFORM classify_cluster
             END-IF

           END-PERFORM
         END-IF
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       read_grid_file SECTION.

       MOVE 0 TO height
       MOVE 0 TO width
       MOVE 0 TO live_total
       MOVE 0 TO grid_hash
       MOVE "N" TO header_seen
       MOVE "N" TO trailer_seen
       MOVE SPACES TO ctl_fault
       MOVE "N" TO grid_file_eof
       MOVE SPACES TO grid_lines

       OPEN INPUT grid_file

       IF grid_file_status NOT = "00" THEN
         MOVE "not present" TO ds_fault(d)
         ADD 1 TO missing_count
         EXIT SECTION
       END-IF

       PERFORM UNTIL grid_file_eof = "Y"

         READ grid_file
           AT END
             MOVE "Y" TO grid_file_eof
           NOT AT END
             PERFORM check_grid_record
         END-READ

       END-PERFORM

       CLOSE grid_file

       PERFORM check_control_totals

       IF ctl_fault NOT = SPACES THEN
         MOVE ctl_fault TO ds_fault(d)
         ADD 1 TO refused_count
       END-IF
       .

      * -------------------------------------------------------------- *

       check_grid_record SECTION.

       EVALUATE TRUE

         WHEN grid_record(1:4) = "*HDR"
           IF header_seen = "Y" THEN
             MOVE "second header record" TO ctl_fault
           ELSE
             MOVE "Y" TO header_seen
             MOVE grid_record TO ctl_header
           END-IF

         WHEN grid_record(1:4) = "*TRL"
           IF trailer_seen = "Y" THEN
             MOVE "second trailer record" TO ctl_fault
           ELSE
             MOVE "Y" TO trailer_seen
             MOVE grid_record TO ctl_trailer
           END-IF

         WHEN header_seen = "N"
           MOVE "no header record" TO ctl_fault

         WHEN trailer_seen = "Y"
           MOVE "records after the trailer" TO ctl_fault

         WHEN OTHER
           IF height < height_max THEN
             ADD 1 TO height
             PERFORM store_grid_row
           END-IF

       END-EVALUATE

       IF ctl_fault NOT = SPACES THEN
         MOVE "Y" TO grid_file_eof
       END-IF
       .

      * -------------------------------------------------------------- *

       check_control_totals SECTION.

       IF ctl_fault = SPACES AND header_seen = "N" THEN
         MOVE "no header record" TO ctl_fault
       END-IF

       IF ctl_fault = SPACES AND trailer_seen = "N" THEN
         MOVE "no trailer record (incomplete)" TO ctl_fault
       END-IF

       IF ctl_fault = SPACES THEN
         EVALUATE TRUE
           WHEN ctl_trl_run_id NOT = ctl_hdr_run_id
             MOVE "trailer run ID differs from header" TO ctl_fault
           WHEN ctl_trl_records NOT = height
             MOVE "row count disagrees with trailer" TO ctl_fault
           WHEN ctl_trl_live NOT = live_total
             MOVE "live cells disagree with trailer" TO ctl_fault
           WHEN ctl_trl_hash NOT = grid_hash
             MOVE "hash total disagrees with trailer" TO ctl_fault
           WHEN OTHER
             CONTINUE
         END-EVALUATE
       END-IF
       .

      * -------------------------------------------------------------- *

       store_grid_row SECTION.

       MOVE SPACES TO grid_line(height)

       MOVE 0 TO row_len
       INSPECT grid_record TALLYING row_len FOR TRAILING SPACES
       COMPUTE row_len = 200 - row_len

       IF row_len > width THEN
         MOVE row_len TO width
       END-IF

       PERFORM VARYING x FROM 1 UNTIL x > row_len

         IF grid_record(x:1) NOT = "0"
           AND grid_record(x:1) NOT = SPACE THEN
           MOVE "1" TO grid_line(height)(x:1)
           ADD 1 TO live_total
           COMPUTE grid_hash = grid_hash + (height * 1000) + x
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       collect_cluster SECTION.

       MOVE 0 TO cl_count
       MOVE 0 TO cl_stored
       MOVE y TO cl_min_y cl_max_y
       MOVE x TO cl_min_x cl_max_x

       MOVE 1 TO stack_top
       MOVE y TO stack_y(1)
       MOVE x TO stack_x(1)
       MOVE "X" TO seen_line(y)(x:1)

       PERFORM UNTIL stack_top = 0

         MOVE stack_y(stack_top) TO ny
         MOVE stack_x(stack_top) TO nx
         SUBTRACT 1 FROM stack_top

         ADD 1 TO cl_count

         IF cl_stored < 500 THEN
           ADD 1 TO cl_stored
           MOVE ny TO cl_y(cl_stored)
           MOVE nx TO cl_x(cl_stored)
         END-IF

         IF ny < cl_min_y THEN
           MOVE ny TO cl_min_y
         END-IF
         IF ny > cl_max_y THEN
           MOVE ny TO cl_max_y
         END-IF
         IF nx < cl_min_x THEN
           MOVE nx TO cl_min_x
         END-IF
         IF nx > cl_max_x THEN
           MOVE nx TO cl_max_x
         END-IF

         PERFORM push_live_neighbours

       END-PERFORM

       COMPUTE cl_box_h = cl_max_y - cl_min_y + 1
       COMPUTE cl_box_w = cl_max_x - cl_min_x + 1
       .

      * -------------------------------------------------------------- *

       push_live_neighbours SECTION.

       MOVE ny TO save_y
       MOVE nx TO save_x

       PERFORM VARYING dy FROM -1 UNTIL dy > 1
         PERFORM VARYING dx FROM -1 UNTIL dx > 1

           COMPUTE ny = save_y + dy
           COMPUTE nx = save_x + dx

           IF (dy NOT = 0 OR dx NOT = 0)
             AND ny >= 1 AND ny <= height
             AND nx >= 1 AND nx <= width THEN

             IF grid_line(ny)(nx:1) = "1"
               AND seen_line(ny)(nx:1) = SPACE
               AND stack_top < 40000 THEN
               ADD 1 TO stack_top
               MOVE ny TO stack_y(stack_top)
               MOVE nx TO stack_x(stack_top)
               MOVE "X" TO seen_line(ny)(nx:1)
             END-IF

           END-IF

         END-PERFORM
       END-PERFORM

       MOVE save_y TO ny
       MOVE save_x TO nx
       .

      * -------------------------------------------------------------- *

       build_cluster_shape SECTION.

       MOVE "N" TO cl_fits

       IF cl_count = cl_stored
         AND cl_count <= shape_cells_max
         AND cl_box_h <= shape_size_max
         AND cl_box_w <= shape_size_max THEN

         MOVE "Y" TO cl_fits
         MOVE ALL "0" TO shp_a
         MOVE cl_box_h TO shp_a_h
         MOVE cl_box_w TO shp_a_w

         PERFORM VARYING i FROM 1 UNTIL i > cl_stored
           COMPUTE r = cl_y(i) - cl_min_y + 1
           COMPUTE c = cl_x(i) - cl_min_x + 1
           MOVE "1" TO shp_a_row(r)(c:1)
         END-PERFORM

       END-IF
       .

      * -------------------------------------------------------------- *

       classify_cluster SECTION.

       ADD 1 TO cluster_count

       IF cl_count < min_cells THEN
         ADD 1 TO small_count
         EXIT SECTION
       END-IF

       PERFORM build_cluster_shape

       IF cl_fits = "N" THEN
         ADD 1 TO large_count
         EXIT SECTION
       END-IF

       PERFORM compute_canonical_key

       MOVE "N" TO key_found
       PERFORM VARYING k FROM 1 UNTIL k > known_count
         OR key_found = "Y"
         IF known_key(k) = canon_key THEN
           MOVE "Y" TO key_found
         END-IF
       END-PERFORM

       IF key_found = "Y" THEN
         ADD 1 TO known_seen_count
         EXIT SECTION
       END-IF

       ADD 1 TO sighting_count

       PERFORM VARYING k FROM 1 UNTIL k > cand_count
         OR key_found = "Y"
         IF cand_key(k) = canon_key THEN
           MOVE "Y" TO key_found
           ADD 1 TO cand_seen(k)
         END-IF
       END-PERFORM

       IF key_found = "N" THEN
         IF cand_count < 500 THEN
           ADD 1 TO cand_count
           MOVE canon_key TO cand_key(cand_count)
           MOVE cl_count TO cand_cells(cand_count)
           MOVE 1 TO cand_seen(cand_count)
           MOVE ctl_hdr_seed TO cand_seed(cand_count)
           MOVE ctl_hdr_run_id TO cand_run_id(cand_count)
           MOVE ctl_hdr_rule TO cand_rule(cand_count)
         ELSE
           ADD 1 TO lost_count
         END-IF
       END-IF
       .

      * -------------------------------------------------------------- *

       compute_canonical_key SECTION.

       MOVE HIGH-VALUES TO canon_key

       PERFORM VARYING rot FROM 1 UNTIL rot > 4
         PERFORM consider_orientation
         PERFORM rotate_shape
       END-PERFORM

       PERFORM mirror_shape

       PERFORM VARYING rot FROM 1 UNTIL rot > 4
         PERFORM consider_orientation
         PERFORM rotate_shape
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       consider_orientation SECTION.

       MOVE SPACES TO work_key
       MOVE shp_a_h TO work_key_h
       MOVE shp_a_w TO work_key_w

       PERFORM VARYING r FROM 1 UNTIL r > shp_a_h
         COMPUTE bit_pos = (r - 1) * shp_a_w + 1
         MOVE shp_a_row(r)(1:shp_a_w)
           TO work_key_bits(bit_pos:shp_a_w)
       END-PERFORM

       IF work_key < canon_key THEN
         MOVE work_key TO canon_key
       END-IF
       .

      * -------------------------------------------------------------- *

       rotate_shape SECTION.

       MOVE shp_a_w TO shp_b_h
       MOVE shp_a_h TO shp_b_w
       MOVE ALL "0" TO shp_b

       PERFORM VARYING r FROM 1 UNTIL r > shp_b_h
         PERFORM VARYING c FROM 1 UNTIL c > shp_b_w
           MOVE shp_a_row(shp_a_h + 1 - c)(r:1)
             TO shp_b_row(r)(c:1)
         END-PERFORM
       END-PERFORM

       MOVE shp_b_h TO shp_a_h
       MOVE shp_b_w TO shp_a_w
       MOVE shp_b TO shp_a
       .

      * -------------------------------------------------------------- *

       mirror_shape SECTION.

       MOVE ALL "0" TO shp_b

       PERFORM VARYING r FROM 1 UNTIL r > shp_a_h
         PERFORM VARYING c FROM 1 UNTIL c > shp_a_w
           MOVE shp_a_row(r)(shp_a_w + 1 - c:1)
             TO shp_b_row(r)(c:1)
         END-PERFORM
       END-PERFORM

       MOVE shp_b TO shp_a
       .

      * -------------------------------------------------------------- *

       add_known_key SECTION.

       MOVE "N" TO key_found

       PERFORM VARYING k FROM 1 UNTIL k > known_count
         OR key_found = "Y"
         IF known_key(k) = canon_key THEN
           MOVE "Y" TO key_found
         END-IF
       END-PERFORM

       IF key_found = "N" AND known_count < 1000 THEN
         ADD 1 TO known_count
         MOVE canon_key TO known_key(known_count)
       END-IF
       .

      * -------------------------------------------------------------- *

      * Most often seen first; shapes seen equally often keep the
      * order in which they were first found.

       sort_candidates SECTION.

       MOVE "N" TO cand_sorted

       PERFORM UNTIL cand_sorted = "Y"

         MOVE "Y" TO cand_sorted

         PERFORM VARYING m FROM 1 UNTIL m >= cand_count
           COMPUTE n = m + 1
           IF cand_seen(n) > cand_seen(m) THEN
             MOVE cand_entry(m) TO cand_hold
             MOVE cand_entry(n) TO cand_entry(m)
             MOVE cand_hold TO cand_entry(n)
             MOVE "N" TO cand_sorted
           END-IF
         END-PERFORM

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * Written in pattern library layout: a name line, the cells as
      * dy,dx offsets from the centre of the shape (as patlib ADD
      * computes them), and a blank separator.

       write_candidate_file SECTION.

       OPEN OUTPUT cand_file

       IF cand_file_status NOT = "00" THEN
         DISPLAY
           "Candidate file " FUNCTION TRIM(cand_file_name)
           " could not be opened for writing. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM VARYING m FROM 1 UNTIL m > cand_count

         PERFORM build_candidate_name

         MOVE SPACES TO cand_record
         MOVE cand_name TO cand_record(1:20)
         MOVE cand_cells(m) TO ed_cells
         MOVE cand_seen(m) TO ed_number
         MOVE 22 TO out_pointer
         STRING "CELLS=" FUNCTION TRIM(ed_cells)
           " SEEN=" FUNCTION TRIM(ed_number)
           " SEED=" cand_seed(m)
           " RUN=" FUNCTION TRIM(cand_run_id(m))
           " RULE=" FUNCTION TRIM(cand_rule(m))
           DELIMITED BY SIZE
           INTO cand_record
           WITH POINTER out_pointer
         END-STRING
         WRITE cand_record

         MOVE cand_key(m) TO canon_key
         COMPUTE center_y = (canon_h + 1) / 2
         COMPUTE center_x = (canon_w + 1) / 2

         PERFORM VARYING r FROM 1 UNTIL r > canon_h
           PERFORM VARYING c FROM 1 UNTIL c > canon_w
             COMPUTE bit_pos = (r - 1) * canon_w + c
             IF canon_bits(bit_pos:1) = "1" THEN
               PERFORM write_candidate_cell
             END-IF
           END-PERFORM
         END-PERFORM

         MOVE SPACES TO cand_record
         WRITE cand_record

       END-PERFORM

       CLOSE cand_file
       .

      * -------------------------------------------------------------- *

       build_candidate_name SECTION.

       MOVE m TO cand_number
       MOVE SPACES TO cand_name
       STRING "CAND" cand_number
         DELIMITED BY SIZE
         INTO cand_name
       END-STRING
       .

      * -------------------------------------------------------------- *

       write_candidate_cell SECTION.

       MOVE SPACES TO cand_record

       COMPUTE signed_value = r - center_y
       PERFORM format_signed_value
       MOVE signed_text TO pattern_dy_text

       COMPUTE signed_value = c - center_x
       PERFORM format_signed_value
       MOVE signed_text TO pattern_dx_text

       STRING
         FUNCTION TRIM(pattern_dy_text)
         ","
         FUNCTION TRIM(pattern_dx_text)
         DELIMITED BY SIZE
         INTO cand_record
       END-STRING

       WRITE cand_record
       .

      * -------------------------------------------------------------- *

       format_signed_value SECTION.

       IF signed_value < 0 THEN
         COMPUTE abs_value = 0 - signed_value
       ELSE
         MOVE signed_value TO abs_value
       END-IF

       MOVE abs_value TO ed_cells
       MOVE FUNCTION TRIM(ed_cells) TO signed_text

       IF abs_value = 0 THEN
         MOVE "0" TO signed_text
       END-IF

       IF signed_value < 0 THEN
         MOVE signed_text TO text_trimmed
         MOVE SPACES TO signed_text
         STRING "-" FUNCTION TRIM(text_trimmed)
           DELIMITED BY SIZE
           INTO signed_text
         END-STRING
       END-IF
       .

      * -------------------------------------------------------------- *

       print_report SECTION.

       MOVE FUNCTION CURRENT-DATE(1:14) TO report_timestamp

       MOVE SPACES TO report_stamp_text
       STRING report_timestamp(1:4)
         "-" report_timestamp(5:2)
         "-" report_timestamp(7:2)
         " " report_timestamp(9:2)
         ":" report_timestamp(11:2)
         ":" report_timestamp(13:2)
         DELIMITED BY SIZE
         INTO report_stamp_text
       END-STRING

       DISPLAY " "
       DISPLAY
         "GAME OF LIFE - DISCOVERY HARVEST REPORT"
         "                      " report_stamp_text
       DISPLAY
         "PATTERN LIBRARY:    " FUNCTION TRIM(pattern_lib_name)
       DISPLAY
         "CANDIDATE DATASET:  " FUNCTION TRIM(cand_file_name)
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       MOVE ds_count TO ed_count
       DISPLAY "FINAL GRIDS LISTED . . . . . . . . :  " ed_count
       MOVE harvested_count TO ed_count
       DISPLAY "FINAL GRIDS HARVESTED  . . . . . . :  " ed_count
       MOVE missing_count TO ed_count
       DISPLAY "FINAL GRIDS NOT PRESENT  . . . . . :  " ed_count
       MOVE refused_count TO ed_count
       DISPLAY "FINAL GRIDS REFUSED  . . . . . . . :  " ed_count
       IF ds_overflow > 0 THEN
         MOVE ds_overflow TO ed_count
         DISPLAY "NAMES BEYOND 1,000 (NOT READ) . . . :  " ed_count
       END-IF

       DISPLAY " "
       MOVE lib_count TO ed_count
       DISPLAY "LIBRARY PATTERNS LOADED  . . . . . :  " ed_count
       IF lib_skipped > 0 THEN
         MOVE lib_skipped TO ed_count
         DISPLAY "  TOO WIDE TO STEP (NOT KNOWN) . . :  " ed_count
       END-IF
       MOVE known_count TO ed_count
       DISPLAY "KNOWN SHAPES (ALL ORIENTATIONS)  . :  " ed_count

       DISPLAY " "
       MOVE cluster_count TO ed_count
       DISPLAY "CLUSTERS EXAMINED  . . . . . . . . :  " ed_count
       MOVE known_seen_count TO ed_count
       DISPLAY "  ALREADY KNOWN  . . . . . . . . . :  " ed_count
       MOVE large_count TO ed_count
       DISPLAY "  OVER 32 X 32 OR 500 CELLS  . . . :  " ed_count
       MOVE small_count TO ed_count
       DISPLAY "  BELOW MINCELLS=  . . . . . . . . :  " ed_count
       MOVE sighting_count TO ed_count
       DISPLAY "  NEW SHAPE SIGHTINGS  . . . . . . :  " ed_count
       MOVE cand_count TO ed_count
       DISPLAY "DISTINCT CANDIDATES WRITTEN  . . . :  " ed_count
       IF lost_count > 0 THEN
         MOVE lost_count TO ed_count
         DISPLAY "  SIGHTINGS BEYOND 500 CANDIDATES  :  " ed_count
       END-IF

       IF cand_count > 0 THEN
         DISPLAY
           "----------------------------------------"
           "----------------------------------------"
         DISPLAY
           "CANDIDATE     CELLS   BOX      SEEN  FIRST RUN"
           "           SEED       RULE"
         DISPLAY
           "----------------------------------------"
           "----------------------------------------"
         PERFORM VARYING m FROM 1 UNTIL m > cand_count
           PERFORM print_candidate
         END-PERFORM
       END-IF

       IF missing_count > 0 OR refused_count > 0 THEN
         DISPLAY
           "----------------------------------------"
           "----------------------------------------"
         DISPLAY "FINAL GRIDS NOT HARVESTED"
         PERFORM VARYING d FROM 1 UNTIL d > ds_count
           IF ds_fault(d) NOT = SPACES THEN
             DISPLAY
               "  " FUNCTION TRIM(ds_name(d)) ": "
               FUNCTION TRIM(ds_fault(d))
           END-IF
         END-PERFORM
       END-IF

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "END OF REPORT"
       DISPLAY " "
       .

      * -------------------------------------------------------------- *

       print_candidate SECTION.

       PERFORM build_candidate_name

       MOVE cand_key(m) TO canon_key
       MOVE cand_cells(m) TO ed_cells
       MOVE canon_h TO ed_dim
       MOVE canon_w TO ed_dim_2
       MOVE cand_seen(m) TO ed_seen

       DISPLAY
           cand_name(1:12) "  " ed_cells "   " ed_dim " x " ed_dim_2
         "  " ed_seen "  " cand_run_id(m) "  " cand_seed(m)
         "  " FUNCTION TRIM(cand_rule(m))

       PERFORM VARYING r FROM 1 UNTIL r > canon_h
         MOVE SPACES TO picture_line
         PERFORM VARYING c FROM 1 UNTIL c > canon_w
           COMPUTE bit_pos = (r - 1) * canon_w + c
           IF canon_bits(bit_pos:1) = "1" THEN
             MOVE "O" TO picture_line(c:1)
           ELSE
             MOVE "." TO picture_line(c:1)
           END-IF
         END-PERFORM
         DISPLAY
           "              " picture_line(1:canon_w)
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       END PROGRAM harvest.
