      * archived final grid.  The world generation and next-generation
      * logic below must stay in step with game_of_life so the replay
      * is bit-identical.  Return codes: 0 the archive is reproducible,
      * 4 the boards differ, 8 the request or archive is unusable, 12
      * the archive's header or trailer control record is missing or
      * disagrees with its rows, 16 the archive was written by another
      * run (its header names a different run ID, seed, size, rule or
      * edge mode from the ones requested).

       ENVIRONMENT DIVISION.

       01 i             PIC 999.
       01 j             PIC 999.
       01 k             PIC 999.

       01 x             PIC 999.
       01 y             PIC 999.
           03 w_x       OCCURS 200 TIMES.
             04 cell    PIC 9.

      * As in game_of_life, each generation works only the rows and
      * columns within one cell of a live cell (every row and column
      * under a rule with birth on 0 neighbours), using neighbour
      * tables with the edge mode applied.

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

       01 generation_count    PIC 9(9) VALUE 0.
       01 live_count          PIC 9(6) VALUE 0.
       01 births              PIC 9(6) VALUE 0.
       01 archive_digit       PIC X.
       01 archive_live        PIC 9(6) VALUE 0.

      * ---- dataset control records ----------------------------------- *

       01 want_run_id         PIC X(16) VALUE SPACES.
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
       01 header_seen         PIC X VALUE "N".
       01 trailer_seen        PIC X VALUE "N".
       01 ctl_fault           PIC X(40) VALUE SPACES.
       01 archive_cells       PIC 9(12) VALUE 0.
       01 archive_hash        PIC 9(15) VALUE 0.

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).

         DISPLAY
           "Usage: verify SEED=<n> HEIGHT=<n> WIDTH=<n> "
           "GENERATIONS=<n> [RULE=<B../S..>] [EDGE=TORUS|BORDER] "
           "[FINALFILE=<grid>] [RUNID=<id>]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF
       END-IF

       PERFORM load_archived_grid
       PERFORM check_control_records

       PERFORM print_heading


       PERFORM create_world_random
       INITIALIZE world_copy
       MOVE "N" TO sparse_ready

       PERFORM UNTIL generation_count >= run_generations
         PERFORM create_next_generation
           MOVE control_value TO edge_mode
         WHEN "FINALFILE"
           MOVE control_value TO final_file_name
         WHEN "RUNID"
           MOVE control_value TO want_run_id
         WHEN OTHER
           CONTINUE

           AT END
             MOVE "Y" TO final_file_eof
           NOT AT END
             PERFORM check_archive_record
         END-READ

       END-PERFORM
       CLOSE final_file
       .

      * -------------------------------------------------------------- *

       check_archive_record SECTION.

       EVALUATE TRUE

         WHEN final_record(1:4) = "*HDR"
           IF header_seen = "Y" THEN
             MOVE "second header record" TO ctl_fault
           ELSE
             MOVE "Y" TO header_seen
             MOVE final_record TO ctl_header
           END-IF

         WHEN final_record(1:4) = "*TRL"
           IF trailer_seen = "Y" THEN
             MOVE "second trailer record" TO ctl_fault
           ELSE
             MOVE "Y" TO trailer_seen
             MOVE final_record TO ctl_trailer
           END-IF

         WHEN header_seen = "N"
           MOVE "no header record" TO ctl_fault

         WHEN trailer_seen = "Y"
           MOVE "records after the trailer" TO ctl_fault

         WHEN final_record = SPACES
           CONTINUE

         WHEN OTHER
           IF grid_rows < height_max THEN
             ADD 1 TO grid_rows
             MOVE final_record TO grid_line(grid_rows)
             MOVE 0 TO row_len
             INSPECT final_record TALLYING row_len
               FOR TRAILING SPACES
             COMPUTE row_len = 200 - row_len
             IF row_len > grid_cols THEN
               MOVE row_len TO grid_cols
             END-IF
             PERFORM VARYING x FROM 1 UNTIL x > row_len
               IF final_record(x:1) NOT = "0"
                 AND final_record(x:1) NOT = SPACE THEN
                 ADD 1 TO archive_cells
                 COMPUTE archive_hash =
                   archive_hash + (grid_rows * 1000) + x
               END-IF
             END-PERFORM
           END-IF

       END-EVALUATE

       IF ctl_fault NOT = SPACES THEN
         MOVE "Y" TO final_file_eof
       END-IF
       .

      * -------------------------------------------------------------- *

      * The control records must be whole and agree with the rows, and
      * the header must describe the run being replayed.

       check_control_records SECTION.

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
           WHEN ctl_trl_records NOT = grid_rows
             MOVE "row count disagrees with trailer" TO ctl_fault
           WHEN ctl_trl_live NOT = archive_cells
             MOVE "live cells disagree with trailer" TO ctl_fault
           WHEN ctl_trl_hash NOT = archive_hash
             MOVE "hash total disagrees with trailer" TO ctl_fault
           WHEN OTHER
             CONTINUE
         END-EVALUATE
       END-IF

       IF ctl_fault NOT = SPACES THEN
         DISPLAY
           "Final grid file " FUNCTION TRIM(final_file_name)
           " refused: " FUNCTION TRIM(ctl_fault) "."
         MOVE 12 TO RETURN-CODE
         GOBACK
       END-IF

       EVALUATE TRUE
         WHEN want_run_id NOT = SPACES
           AND ctl_hdr_run_id NOT = want_run_id
           MOVE "run ID" TO ctl_fault
         WHEN ctl_hdr_seed NOT = seed_used
           MOVE "seed" TO ctl_fault
         WHEN ctl_hdr_height NOT = height
           OR ctl_hdr_width NOT = width
           MOVE "dimensions" TO ctl_fault
         WHEN FUNCTION UPPER-CASE(ctl_hdr_rule)
           NOT = FUNCTION UPPER-CASE(rule_string)
           MOVE "rule" TO ctl_fault
         WHEN ctl_hdr_edge NOT = edge_mode
           MOVE "edge mode" TO ctl_fault
         WHEN OTHER
           CONTINUE
       END-EVALUATE

       IF ctl_fault NOT = SPACES THEN
         DISPLAY
           "Final grid file " FUNCTION TRIM(final_file_name)
           " refused: written by run " ctl_hdr_run_id
           " (seed " ctl_hdr_seed " " ctl_hdr_height " x "
           ctl_hdr_width " " FUNCTION TRIM(ctl_hdr_rule) " "
           FUNCTION TRIM(ctl_hdr_edge) "), whose "
           FUNCTION TRIM(ctl_fault) " differs from the run requested."
         MOVE 16 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *

       create_world_random SECTION.
       MOVE 0 TO births
       MOVE 0 TO deaths

       IF sparse_ready = "N" THEN
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
       .

      * -------------------------------------------------------------- *

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
         "               " report_stamp_text
       DISPLAY
         "ARCHIVED GRID DATASET: " FUNCTION TRIM(final_file_name)
         "  (RUN " ctl_hdr_run_id ")"
       DISPLAY
         "SEED " seed_used
         "  " height " x " width
