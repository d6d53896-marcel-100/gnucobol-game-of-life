      * Compares two grids in the FINALGRID.DAT layout cell by cell.
      * Return codes: 0 the grids are identical, 4 they differ, 8 they
      * are incomparable (missing file or mismatched dimensions), so
      * downstream jobs can gate on the outcome.  A grid whose header
      * or trailer control record is missing or disagrees with its
      * rows is refused with 12; one written by a run other than the
      * RUNIDA=/RUNIDB= given is refused with 16.

       ENVIRONMENT DIVISION.


       01 file_a_name         PIC X(100) VALUE SPACES.
       01 file_b_name         PIC X(100) VALUE SPACES.
       01 run_a_id            PIC X(16) VALUE SPACES.
       01 run_b_id            PIC X(16) VALUE SPACES.

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 load_width          PIC 999.
       01 load_lines.
         02 load_line OCCURS 200 TIMES PIC X(200).
       01 load_live           PIC 9(12).
       01 load_hash           PIC 9(15).
       01 load_want_run_id    PIC X(16).

      * ---- dataset control records ----------------------------------- *

       01 ctl_header.
         02 ctl_hdr_tag          PIC X(4).
         02 FILLER               PIC X.
         02 ctl_hdr_run_id       PIC X(16).
         02 FILLER               PIC X(50).
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
       01 grid_a_run_id       PIC X(16) VALUE SPACES.
       01 grid_b_run_id       PIC X(16) VALUE SPACES.

       01 y                   PIC 999.
       01 x                   PIC 999.
       IF file_a_name = SPACES OR file_b_name = SPACES THEN
         DISPLAY
           "Usage: gridcmp FILEA=<grid> FILEB=<grid> "
           "[RUNIDA=<id>] [RUNIDB=<id>] [MAP=OVERLAY|SIDE|NONE]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE file_a_name TO grid_file_name
       MOVE run_a_id TO load_want_run_id
       PERFORM load_grid_file
       MOVE ctl_hdr_run_id TO grid_a_run_id
       MOVE load_height TO grid_a_height
       MOVE load_width TO grid_a_width
       MOVE load_lines TO grid_a_lines

       MOVE file_b_name TO grid_file_name
       MOVE run_b_id TO load_want_run_id
       PERFORM load_grid_file
       MOVE ctl_hdr_run_id TO grid_b_run_id
       MOVE load_height TO grid_b_height
       MOVE load_width TO grid_b_width
       MOVE load_lines TO grid_b_lines
           MOVE control_value TO file_a_name
         WHEN "FILEB"
           MOVE control_value TO file_b_name
         WHEN "RUNIDA"
           MOVE control_value TO run_a_id
         WHEN "RUNIDB"
           MOVE control_value TO run_b_id
         WHEN "MAP"
           MOVE control_value TO map_mode
         WHEN OTHER

       MOVE 0 TO load_height
       MOVE 0 TO load_width
       MOVE 0 TO load_live
       MOVE 0 TO load_hash
       MOVE "N" TO grid_file_eof
       MOVE "N" TO header_seen
       MOVE "N" TO trailer_seen
       MOVE SPACES TO ctl_fault
       MOVE SPACES TO ctl_header
       MOVE SPACES TO ctl_trailer

       OPEN INPUT grid_file

           AT END
             MOVE "Y" TO grid_file_eof
           NOT AT END
             PERFORM check_grid_record
         END-READ

       END-PERFORM

       CLOSE grid_file

       PERFORM check_control_totals
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

         WHEN grid_record = SPACES
           CONTINUE

         WHEN OTHER
           IF load_height < height_max THEN
             ADD 1 TO load_height
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
           WHEN ctl_trl_records NOT = load_height
             MOVE "row count disagrees with trailer" TO ctl_fault
           WHEN ctl_trl_live NOT = load_live
             MOVE "live cells disagree with trailer" TO ctl_fault
           WHEN ctl_trl_hash NOT = load_hash
             MOVE "hash total disagrees with trailer" TO ctl_fault
           WHEN OTHER
             CONTINUE
         END-EVALUATE
       END-IF

       IF ctl_fault NOT = SPACES THEN
         DISPLAY
           "Grid file " FUNCTION TRIM(grid_file_name)
           " refused: " FUNCTION TRIM(ctl_fault) "."
         MOVE 12 TO RETURN-CODE
         GOBACK
       END-IF

       IF load_want_run_id NOT = SPACES
         AND ctl_hdr_run_id NOT = load_want_run_id THEN
         DISPLAY
           "Grid file " FUNCTION TRIM(grid_file_name)
           " refused: written by run " ctl_hdr_run_id
           ", not run " FUNCTION TRIM(load_want_run_id) "."
         MOVE 16 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *
         IF grid_record(x:1) NOT = "0"
           AND grid_record(x:1) NOT = SPACE THEN
           MOVE "1" TO load_line(load_height)(x:1)
           ADD 1 TO load_live
           COMPUTE load_hash = load_hash + (load_height * 1000) + x
         END-IF

       END-PERFORM
         "GAME OF LIFE - GRID COMPARISON REPORT"
         "                   " report_stamp_text
       DISPLAY "GRID A: " FUNCTION TRIM(file_a_name)
         "  (RUN " grid_a_run_id ")"
       DISPLAY "GRID B: " FUNCTION TRIM(file_b_name)
         "  (RUN " grid_b_run_id ")"
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
