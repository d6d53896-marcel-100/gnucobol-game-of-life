       01 grid_file_eof       PIC X VALUE "N".

       01 command_line_raw    PIC X(200).
       01 command_line_equals PIC 999.
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- dataset control records ----------------------------------- *

      * The grid must open with the *HDR record of the run that wrote
      * it and close with a *TRL record whose row count, live-cell
      * total and hash total (row * 1000 + column over live cells)
      * agree with the rows read.  RUNID= names the run expected.

       01 want_run_id         PIC X(16) VALUE SPACES.
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
       01 header_seen         PIC X VALUE "N".
       01 trailer_seen        PIC X VALUE "N".
       01 ctl_fault           PIC X(40) VALUE SPACES.
       01 grid_hash           PIC 9(15) VALUE 0.

       01 height              PIC 999 VALUE 0.
       01 width               PIC 999 VALUE 0.

       main SECTION.

       PERFORM parse_arguments

       PERFORM load_shape_table
       PERFORM init_census_counts
       PERFORM read_grid_file
       PERFORM check_control_totals

       PERFORM VARYING y FROM 1 UNTIL y > height
         PERFORM VARYING x FROM 1 UNTIL x > width
       GOBACK
       .

      * -------------------------------------------------------------- *

      * A bare dataset name is still accepted; KEY=VALUE arguments give
      * GRIDFILE= and RUNID=.

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
           MOVE FUNCTION TRIM(command_line_raw) TO grid_file_name
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

         WHEN "GRIDFILE"
           MOVE control_value TO grid_file_name
         WHEN "RUNID"
           MOVE control_value TO want_run_id
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       init_census_counts SECTION.
           AT END
             MOVE "Y" TO grid_file_eof
           NOT AT END
             PERFORM check_grid_record
         END-READ

       END-PERFORM
       CLOSE grid_file
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

       IF ctl_fault NOT = SPACES THEN
         DISPLAY
           "Final grid file " FUNCTION TRIM(grid_file_name)
           " refused: " FUNCTION TRIM(ctl_fault) "."
         MOVE 12 TO RETURN-CODE
         GOBACK
       END-IF

       IF want_run_id NOT = SPACES
         AND ctl_hdr_run_id NOT = want_run_id THEN
         DISPLAY
           "Final grid file " FUNCTION TRIM(grid_file_name)
           " refused: written by run " ctl_hdr_run_id
           ", not run " FUNCTION TRIM(want_run_id) "."
         MOVE 16 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *

       store_grid_row SECTION.
           AND grid_record(x:1) NOT = SPACE THEN
           MOVE "1" TO grid_line(height)(x:1)
           ADD 1 TO live_total
           COMPUTE grid_hash = grid_hash + (height * 1000) + x
         END-IF

       END-PERFORM
         "                     " report_stamp_text
       DISPLAY
         "FINAL GRID DATASET: " FUNCTION TRIM(grid_file_name)
       DISPLAY
         "WRITTEN BY RUN:     " ctl_hdr_run_id
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
