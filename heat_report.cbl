      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. heat_report.

      * Reports the cell activity heatmap game_of_life writes with
      * HEATFILE=.  The board is printed as a shaded density map (the
      * share of the covered generations each cell was alive, blocks of
      * cells averaged so that a 200 x 200 board fits the page),
      * followed by the most active rows and columns and the regions
      * of the board where no cell ever changed.  HEATFILE= names the
      * dataset (default HEATMAP.DAT), RUNID= the run expected to have
      * written it and TOP= how many rows and columns to list (default
      * 10).  Return codes: 0 reported, 8 dataset not available,
      * 12 control records missing or inconsistent, 16 written by a
      * different run.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT heat_file ASSIGN TO DYNAMIC heat_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS heat_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD heat_file.
       01 heat_record.
         02 heat_rec_y           PIC X(3).
         02 FILLER               PIC X.
         02 heat_rec_x           PIC X(3).
         02 FILLER               PIC X.
         02 heat_rec_alive       PIC X(9).
         02 FILLER               PIC X.
         02 heat_rec_changed     PIC X(9).
         02 FILLER               PIC X(53).

       WORKING-STORAGE SECTION.

       01 heat_file_name      PIC X(100) VALUE "HEATMAP.DAT".
       01 heat_file_status    PIC XX.
       01 heat_file_eof       PIC X VALUE "N".

       01 command_line_raw    PIC X(200).
       01 command_line_equals PIC 999.
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- dataset control records ----------------------------------- *

      * The heatmap opens with the *HDR record of the run that wrote it
      * and a GENERATIONS line giving the span covered, and closes with
      * a *TRL record whose cell count, summed alive counts and hash
      * total (row * 1000 + column over cells ever alive) agree with
      * the cell records read.

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
       01 span_line.
         02 span_tag             PIC X(12).
         02 span_first           PIC 9(9).
         02 FILLER               PIC X(4).
         02 span_last            PIC 9(9).
       01 header_seen         PIC X VALUE "N".
       01 span_seen           PIC X VALUE "N".
       01 trailer_seen        PIC X VALUE "N".
       01 ctl_fault           PIC X(40) VALUE SPACES.
       01 cell_count          PIC 9(9) VALUE 0.
       01 alive_total         PIC 9(12) VALUE 0.
       01 heat_hash           PIC 9(15) VALUE 0.

      * ---- the board's activity counts ------------------------------- *

       01 height              PIC 999 VALUE 0.
       01 width               PIC 999 VALUE 0.
       01 span                PIC 9(9) VALUE 0.

       01 heat_table.
         02 heat_y            OCCURS 200 TIMES.
           03 heat_x          OCCURS 200 TIMES.
             04 heat_alive    PIC 9(9).
             04 heat_changed  PIC 9(9).

       01 y                   PIC 999.
       01 x                   PIC 999.
       01 cell_y              PIC 999.
       01 cell_x              PIC 999.

       01 ever_alive_count    PIC 9(6) VALUE 0.
       01 never_changed_count PIC 9(6) VALUE 0.
       01 settled_gen         PIC 9(9) VALUE 0.

      * ---- shaded density map ---------------------------------------- *

      * Ten shades from never alive to alive in every generation; a
      * block of scale x scale cells is printed as one character.

       01 shade_chars         PIC X(10) VALUE " .:-=+*#%@".
       01 shade               PIC 99.
       01 map_width_max       PIC 99 VALUE 76.
       01 scale               PIC 99.
       01 map_rows            PIC 999.
       01 map_cols            PIC 999.
       01 map_y               PIC 999.
       01 map_x               PIC 999.
       01 map_line            PIC X(80).
       01 block_cells         PIC 9(6).
       01 block_alive         PIC 9(15).
       01 blk_y               PIC 999.
       01 blk_x               PIC 999.
       01 ed_scale            PIC Z9.

      * ---- most active rows and columns ------------------------------ *

       01 top_text            PIC X(10) VALUE SPACES.
       01 top_wanted          PIC 999 VALUE 10.
       01 line_table.
         02 line_entry OCCURS 200 TIMES.
           03 line_alive        PIC 9(12).
           03 line_last         PIC 9(9).
           03 line_picked       PIC X.
       01 line_count          PIC 999.
       01 line_cells          PIC 999.
       01 rank                PIC 999.
       01 lines_exhausted     PIC X.
       01 best                PIC 999.
       01 n                   PIC 999.
       01 density_pct         PIC 999V9.

      * ---- never-changed regions ------------------------------------- *

      * The board is cut into tiles of 10 x 10 cells; a run of
      * neighbouring tiles in one band of rows where no cell changed
      * is reported as one region.

       01 tile_size           PIC 99 VALUE 10.
       01 tile_y              PIC 999.
       01 tile_x              PIC 999.
       01 tile_y_end          PIC 999.
       01 tile_x_end          PIC 999.
       01 tile_still          PIC X.
       01 tile_live           PIC 9(6).
       01 region_open         PIC X.
       01 region_x_from       PIC 999.
       01 region_x_to         PIC 999.
       01 region_live         PIC 9(6).
       01 region_count        PIC 9(6) VALUE 0.
       01 region_cells        PIC 9(6).

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).

      * ---- edited report fields -------------------------------------- *

       01 ed_dim              PIC ZZ9.
       01 ed_dim_2            PIC ZZ9.
       01 ed_col              PIC ZZ9.
       01 ed_col_2            PIC ZZ9.
       01 ed_line             PIC ZZ9.
       01 ed_gen              PIC ZZZ,ZZZ,ZZ9.
       01 ed_gen_2            PIC ZZZ,ZZZ,ZZ9.
       01 ed_count            PIC ZZZ,ZZ9.
       01 ed_count_2          PIC ZZZ,ZZ9.
       01 ed_alive            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 ed_pct              PIC ZZ9.9.

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       PERFORM parse_arguments

       IF top_text NOT = SPACES THEN
         IF FUNCTION TEST-NUMVAL(top_text) = 0 THEN
           MOVE FUNCTION NUMVAL(top_text) TO top_wanted
         END-IF
       END-IF

       INITIALIZE heat_table

       PERFORM read_heat_file
       PERFORM check_control_totals

       PERFORM print_report_heading
       PERFORM print_density_map
       PERFORM print_active_rows
       PERFORM print_active_columns
       PERFORM print_still_regions

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "END OF REPORT"
       DISPLAY " "

       GOBACK
       .

      * -------------------------------------------------------------- *

      * A bare dataset name is accepted as well as HEATFILE=.

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
           MOVE FUNCTION TRIM(command_line_raw) TO heat_file_name
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

         WHEN "HEATFILE"
           MOVE control_value TO heat_file_name
         WHEN "RUNID"
           MOVE control_value TO want_run_id
         WHEN "TOP"
           MOVE control_value TO top_text
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       read_heat_file SECTION.

       OPEN INPUT heat_file

       IF heat_file_status NOT = "00" THEN
         DISPLAY
           "Heatmap file " FUNCTION TRIM(heat_file_name)
           " not available; no heatmap report produced."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM UNTIL heat_file_eof = "Y"

         READ heat_file
           AT END
             MOVE "Y" TO heat_file_eof
           NOT AT END
             PERFORM check_heat_record
         END-READ

       END-PERFORM

       CLOSE heat_file
       .

      * -------------------------------------------------------------- *

       check_heat_record SECTION.

       EVALUATE TRUE

         WHEN heat_record(1:4) = "*HDR"
           IF header_seen = "Y" THEN
             MOVE "second header record" TO ctl_fault
           ELSE
             MOVE "Y" TO header_seen
             MOVE heat_record TO ctl_header
             MOVE ctl_hdr_height TO height
             MOVE ctl_hdr_width TO width
             IF height > 200 OR width > 200 THEN
               MOVE "board size in header not usable" TO ctl_fault
             END-IF
           END-IF

         WHEN heat_record(1:4) = "*TRL"
           IF trailer_seen = "Y" THEN
             MOVE "second trailer record" TO ctl_fault
           ELSE
             MOVE "Y" TO trailer_seen
             MOVE heat_record TO ctl_trailer
           END-IF

         WHEN header_seen = "N"
           MOVE "no header record" TO ctl_fault

         WHEN trailer_seen = "Y"
           MOVE "records after the trailer" TO ctl_fault

         WHEN heat_record(1:12) = "GENERATIONS "
           MOVE heat_record TO span_line
           IF span_first IS NUMERIC AND span_last IS NUMERIC
             AND span_last NOT < span_first THEN
             MOVE "Y" TO span_seen
             COMPUTE span = span_last - span_first
           ELSE
             MOVE "generation span not usable" TO ctl_fault
           END-IF

         WHEN OTHER
           PERFORM store_heat_cell

       END-EVALUATE

       IF ctl_fault NOT = SPACES THEN
         MOVE "Y" TO heat_file_eof
       END-IF
       .

      * -------------------------------------------------------------- *

       store_heat_cell SECTION.

       IF heat_rec_y IS NOT NUMERIC OR heat_rec_x IS NOT NUMERIC
         OR heat_rec_alive IS NOT NUMERIC
         OR heat_rec_changed IS NOT NUMERIC THEN
         MOVE "cell record not usable" TO ctl_fault
         EXIT SECTION
       END-IF

       MOVE heat_rec_y TO cell_y
       MOVE heat_rec_x TO cell_x

       IF cell_y < 1 OR cell_y > height
         OR cell_x < 1 OR cell_x > width THEN
         MOVE "cell outside the board" TO ctl_fault
         EXIT SECTION
       END-IF

       MOVE heat_rec_alive TO heat_alive(cell_y, cell_x)
       MOVE heat_rec_changed TO heat_changed(cell_y, cell_x)

       ADD 1 TO cell_count
       ADD heat_alive(cell_y, cell_x) TO alive_total
       IF heat_alive(cell_y, cell_x) > 0 THEN
         COMPUTE heat_hash = heat_hash + (cell_y * 1000) + cell_x
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

       IF ctl_fault = SPACES AND span_seen = "N" THEN
         MOVE "no generation span record" TO ctl_fault
       END-IF

       IF ctl_fault = SPACES THEN
         EVALUATE TRUE
           WHEN ctl_trl_run_id NOT = ctl_hdr_run_id
             MOVE "trailer run ID differs from header" TO ctl_fault
           WHEN ctl_trl_records NOT = cell_count
             MOVE "cell count disagrees with trailer" TO ctl_fault
           WHEN cell_count NOT = height * width
             MOVE "cell count disagrees with board size"
               TO ctl_fault
           WHEN ctl_trl_live NOT = alive_total
             MOVE "alive counts disagree with trailer" TO ctl_fault
           WHEN ctl_trl_hash NOT = heat_hash
             MOVE "hash total disagrees with trailer" TO ctl_fault
           WHEN OTHER
             CONTINUE
         END-EVALUATE
       END-IF

       IF ctl_fault NOT = SPACES THEN
         DISPLAY
           "Heatmap file " FUNCTION TRIM(heat_file_name)
           " refused: " FUNCTION TRIM(ctl_fault) "."
         MOVE 12 TO RETURN-CODE
         GOBACK
       END-IF

       IF want_run_id NOT = SPACES
         AND ctl_hdr_run_id NOT = want_run_id THEN
         DISPLAY
           "Heatmap file " FUNCTION TRIM(heat_file_name)
           " refused: written by run " ctl_hdr_run_id
           ", not run " FUNCTION TRIM(want_run_id) "."
         MOVE 16 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *

       print_report_heading SECTION.

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

       PERFORM VARYING y FROM 1 UNTIL y > height
         PERFORM VARYING x FROM 1 UNTIL x > width
           IF heat_alive(y, x) > 0 THEN
             ADD 1 TO ever_alive_count
           END-IF
           IF heat_changed(y, x) = 0 THEN
             ADD 1 TO never_changed_count
           END-IF
           IF heat_changed(y, x) > settled_gen THEN
             MOVE heat_changed(y, x) TO settled_gen
           END-IF
         END-PERFORM
       END-PERFORM

       DISPLAY " "
       DISPLAY
         "GAME OF LIFE - CELL ACTIVITY HEATMAP REPORT"
         "             " report_stamp_text
       DISPLAY
         "HEATMAP DATASET:    " FUNCTION TRIM(heat_file_name)
       DISPLAY
         "WRITTEN BY RUN:     " ctl_hdr_run_id
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       MOVE height TO ed_dim
       MOVE width TO ed_dim_2
       DISPLAY
         "BOARD  . . . . . . . . . . . . . . :  " ed_dim " x " ed_dim_2
         "  " FUNCTION TRIM(ctl_hdr_rule)
         "  " FUNCTION TRIM(ctl_hdr_edge)

       MOVE span_first TO ed_gen
       MOVE span_last TO ed_gen_2
       DISPLAY
         "GENERATIONS COVERED  . . . . . . . :  "
         FUNCTION TRIM(ed_gen) " TO " FUNCTION TRIM(ed_gen_2)

       MOVE ever_alive_count TO ed_count
       DISPLAY "CELLS EVER ALIVE . . . . . . . . . :  " ed_count

       MOVE never_changed_count TO ed_count
       DISPLAY "CELLS NEVER CHANGED  . . . . . . . :  " ed_count

       IF settled_gen = 0 THEN
         DISPLAY "LAST CHANGE ON THE BOARD . . . . . :  NONE"
       ELSE
         MOVE settled_gen TO ed_gen
         DISPLAY
           "LAST CHANGE ON THE BOARD . . . . . :  GENERATION "
           FUNCTION TRIM(ed_gen)
       END-IF
       .

      * -------------------------------------------------------------- *

       print_density_map SECTION.

       COMPUTE scale = (width + map_width_max - 1) / map_width_max
       IF scale < 1 THEN
         MOVE 1 TO scale
       END-IF

       COMPUTE map_rows = (height + scale - 1) / scale
       COMPUTE map_cols = (width + scale - 1) / scale

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       MOVE scale TO ed_scale
       DISPLAY
         "DENSITY MAP (SHARE OF GENERATIONS ALIVE, "
         FUNCTION TRIM(ed_scale) " X " FUNCTION TRIM(ed_scale)
         " CELLS PER CHARACTER)"
       DISPLAY
         "  SHADES FROM NEVER TO ALWAYS: '" shade_chars "'"

       MOVE SPACES TO map_line
       MOVE "+" TO map_line(1:1)
       MOVE ALL "-" TO map_line(2:map_cols)
       MOVE "+" TO map_line(map_cols + 2:1)
       DISPLAY map_line(1:map_cols + 2)

       PERFORM VARYING map_y FROM 1 UNTIL map_y > map_rows

         MOVE SPACES TO map_line
         MOVE "|" TO map_line(1:1)

         PERFORM VARYING map_x FROM 1 UNTIL map_x > map_cols
           PERFORM shade_one_block
           MOVE shade_chars(shade + 1:1) TO map_line(map_x + 1:1)
         END-PERFORM

         MOVE "|" TO map_line(map_cols + 2:1)
         DISPLAY map_line(1:map_cols + 2)

       END-PERFORM

       MOVE SPACES TO map_line
       MOVE "+" TO map_line(1:1)
       MOVE ALL "-" TO map_line(2:map_cols)
       MOVE "+" TO map_line(map_cols + 2:1)
       DISPLAY map_line(1:map_cols + 2)
       .

      * -------------------------------------------------------------- *

      * A block that was never alive is blank; otherwise its average
      * share of the span alive picks one of the nine remaining shades,
      * the darkest only when every cell was alive throughout.

       shade_one_block SECTION.

       MOVE 0 TO block_cells
       MOVE 0 TO block_alive

       PERFORM VARYING blk_y FROM 1 UNTIL blk_y > scale
         PERFORM VARYING blk_x FROM 1 UNTIL blk_x > scale
           COMPUTE y = (map_y - 1) * scale + blk_y
           COMPUTE x = (map_x - 1) * scale + blk_x
           IF y <= height AND x <= width THEN
             ADD 1 TO block_cells
             ADD heat_alive(y, x) TO block_alive
           END-IF
         END-PERFORM
       END-PERFORM

       EVALUATE TRUE
         WHEN block_alive = 0 OR span = 0
           MOVE 0 TO shade
         WHEN block_alive >= block_cells * span
           MOVE 9 TO shade
         WHEN OTHER
           COMPUTE shade = 1 + (block_alive * 8) / (block_cells * span)
       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       print_active_rows SECTION.

       MOVE height TO line_count
       MOVE width TO line_cells

       PERFORM VARYING y FROM 1 UNTIL y > height
         MOVE 0 TO line_alive(y)
         MOVE 0 TO line_last(y)
         MOVE "N" TO line_picked(y)
         PERFORM VARYING x FROM 1 UNTIL x > width
           ADD heat_alive(y, x) TO line_alive(y)
           IF heat_changed(y, x) > line_last(y) THEN
             MOVE heat_changed(y, x) TO line_last(y)
           END-IF
         END-PERFORM
       END-PERFORM

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "MOST ACTIVE ROWS"
       DISPLAY
         "  RANK   ROW   CELL-GENERATIONS ALIVE   DENSITY %"
         "   LAST CHANGE"

       PERFORM print_top_lines
       .

      * -------------------------------------------------------------- *

       print_active_columns SECTION.

       MOVE width TO line_count
       MOVE height TO line_cells

       PERFORM VARYING x FROM 1 UNTIL x > width
         MOVE 0 TO line_alive(x)
         MOVE 0 TO line_last(x)
         MOVE "N" TO line_picked(x)
         PERFORM VARYING y FROM 1 UNTIL y > height
           ADD heat_alive(y, x) TO line_alive(x)
           IF heat_changed(y, x) > line_last(x) THEN
             MOVE heat_changed(y, x) TO line_last(x)
           END-IF
         END-PERFORM
       END-PERFORM

       DISPLAY " "
       DISPLAY "MOST ACTIVE COLUMNS"
       DISPLAY
         "  RANK   COL   CELL-GENERATIONS ALIVE   DENSITY %"
         "   LAST CHANGE"

       PERFORM print_top_lines
       .

      * -------------------------------------------------------------- *

      * Picks the busiest remaining row or column TOP= times; lines
      * that were never alive are not listed.

       print_top_lines SECTION.

       MOVE "N" TO lines_exhausted

       PERFORM VARYING rank FROM 1 UNTIL rank > top_wanted
         OR rank > line_count OR lines_exhausted = "Y"

         MOVE 0 TO best
         PERFORM VARYING n FROM 1 UNTIL n > line_count
           IF line_picked(n) = "N" AND line_alive(n) > 0 THEN
             IF best = 0 THEN
               MOVE n TO best
             ELSE
               IF line_alive(n) > line_alive(best) THEN
                 MOVE n TO best
               END-IF
             END-IF
           END-IF
         END-PERFORM

         IF best = 0 THEN
           IF rank = 1 THEN
             DISPLAY "  NO CELL WAS EVER ALIVE"
           END-IF
           MOVE "Y" TO lines_exhausted
         ELSE
           MOVE "Y" TO line_picked(best)

           IF span = 0 THEN
             MOVE 0 TO density_pct
           ELSE
             COMPUTE density_pct ROUNDED =
               (line_alive(best) * 100) / (line_cells * span)
           END-IF

           MOVE rank TO ed_line
           MOVE best TO ed_dim
           MOVE line_alive(best) TO ed_alive
           MOVE density_pct TO ed_pct
           MOVE line_last(best) TO ed_gen

           DISPLAY
             "  " ed_line "    " ed_dim "    " ed_alive
             "       " ed_pct "   " ed_gen
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       print_still_regions SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "REGIONS THAT NEVER CHANGED (10 X 10 CELL TILES)"
       DISPLAY
         "  ROWS        COLUMNS        CELLS   LIVE THROUGHOUT"

       PERFORM VARYING tile_y FROM 1 BY tile_size
         UNTIL tile_y > height

         COMPUTE tile_y_end = tile_y + tile_size - 1
         IF tile_y_end > height THEN
           MOVE height TO tile_y_end
         END-IF

         MOVE "N" TO region_open

         PERFORM VARYING tile_x FROM 1 BY tile_size
           UNTIL tile_x > width

           COMPUTE tile_x_end = tile_x + tile_size - 1
           IF tile_x_end > width THEN
             MOVE width TO tile_x_end
           END-IF

           PERFORM check_one_tile

           IF tile_still = "Y" THEN
             IF region_open = "N" THEN
               MOVE "Y" TO region_open
               MOVE tile_x TO region_x_from
               MOVE 0 TO region_live
             END-IF
             MOVE tile_x_end TO region_x_to
             ADD tile_live TO region_live
           ELSE
             IF region_open = "Y" THEN
               PERFORM print_one_region
               MOVE "N" TO region_open
             END-IF
           END-IF

         END-PERFORM

         IF region_open = "Y" THEN
           PERFORM print_one_region
         END-IF

       END-PERFORM

       IF region_count = 0 THEN
         DISPLAY "  NONE; EVERY PART OF THE BOARD CHANGED"
       END-IF
       .

      * -------------------------------------------------------------- *

       check_one_tile SECTION.

       MOVE "Y" TO tile_still
       MOVE 0 TO tile_live

       PERFORM VARYING y FROM tile_y UNTIL y > tile_y_end
         PERFORM VARYING x FROM tile_x UNTIL x > tile_x_end
           IF heat_changed(y, x) > 0 THEN
             MOVE "N" TO tile_still
           END-IF
           IF heat_alive(y, x) > 0 THEN
             ADD 1 TO tile_live
           END-IF
         END-PERFORM
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       print_one_region SECTION.

       ADD 1 TO region_count

       COMPUTE region_cells =
         (tile_y_end - tile_y + 1) * (region_x_to - region_x_from + 1)

       MOVE tile_y TO ed_dim
       MOVE tile_y_end TO ed_dim_2
       MOVE region_x_from TO ed_col
       MOVE region_x_to TO ed_col_2
       MOVE region_cells TO ed_count
       MOVE region_live TO ed_count_2

       DISPLAY
         "  " ed_dim "-" ed_dim_2 "     " ed_col "-" ed_col_2
         "      " ed_count "   " ed_count_2
       .

      * -------------------------------------------------------------- *

       END PROGRAM heat_report.
