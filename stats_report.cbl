       01 report_mode         PIC X(10) VALUE "SUMMARY".
         88 mode_is_chart     VALUE "CHART".

      * ---- dataset control records ----------------------------------- *

      * Each run segment of the file opens with a *HDR record and closes
      * with a *TRL record carrying its line count and the total of the
      * live column; a resumed run appends a segment of its own.  A
      * segment left open means the run was cut short (RC 12); RUNID=
      * must name the run of the last segment (RC 16).

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
       01 segment_open        PIC X VALUE "N".
       01 segment_count       PIC 9(6) VALUE 0.
       01 segment_lines       PIC 9(9) VALUE 0.
       01 segment_live        PIC 9(12) VALUE 0.
       01 ctl_fault           PIC X(40) VALUE SPACES.

      * ---- population curve chart ------------------------------------ *

       01 plot_width          PIC 999 VALUE 80.
           AT END
             MOVE "Y" TO stats_eof
           NOT AT END
             PERFORM check_stats_record
         END-READ

       END-PERFORM

       CLOSE stats_file

       PERFORM check_control_totals

       IF line_count = 0 THEN
         DISPLAY
           "Statistics file " FUNCTION TRIM(stats_file_name)

         WHEN "STATSFILE"
           MOVE control_value TO stats_file_name
         WHEN "RUNID"
           MOVE control_value TO want_run_id
         WHEN "MODE"
           MOVE control_value TO report_mode
         WHEN "PLOTWIDTH"
       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       check_stats_record SECTION.

       EVALUATE TRUE

         WHEN stats_record(1:4) = "*HDR"
           IF segment_open = "Y" THEN
             MOVE "header inside an unfinished run" TO ctl_fault
           ELSE
             MOVE "Y" TO segment_open
             ADD 1 TO segment_count
             MOVE 0 TO segment_lines
             MOVE 0 TO segment_live
             MOVE stats_record TO ctl_header
           END-IF

         WHEN stats_record(1:4) = "*TRL"
           MOVE stats_record TO ctl_trailer
           EVALUATE TRUE
             WHEN segment_open = "N"
               MOVE "trailer with no header" TO ctl_fault
             WHEN ctl_trl_run_id NOT = ctl_hdr_run_id
               MOVE "trailer run ID differs from header" TO ctl_fault
             WHEN ctl_trl_records NOT = segment_lines
               MOVE "line count disagrees with trailer" TO ctl_fault
             WHEN ctl_trl_live NOT = segment_live
               MOVE "live total disagrees with trailer" TO ctl_fault
             WHEN OTHER
               MOVE "N" TO segment_open
           END-EVALUATE

         WHEN stats_record = SPACES
           CONTINUE

         WHEN segment_open = "N"
           MOVE "lines outside a header and trailer" TO ctl_fault

         WHEN OTHER
           PERFORM tally_stats_line
           ADD 1 TO segment_lines
           ADD this_live TO segment_live

       END-EVALUATE

       IF ctl_fault NOT = SPACES THEN
         MOVE "Y" TO stats_eof
       END-IF
       .

      * -------------------------------------------------------------- *

       check_control_totals SECTION.

       IF ctl_fault = SPACES AND segment_count = 0 THEN
         MOVE "no header record" TO ctl_fault
       END-IF

       IF ctl_fault = SPACES AND segment_open = "Y" THEN
         MOVE "no trailer record (incomplete)" TO ctl_fault
       END-IF

       IF ctl_fault NOT = SPACES THEN
         DISPLAY
           "Statistics file " FUNCTION TRIM(stats_file_name)
           " refused: " FUNCTION TRIM(ctl_fault) "."
         MOVE 12 TO RETURN-CODE
         GOBACK
       END-IF

       IF want_run_id NOT = SPACES
         AND ctl_hdr_run_id NOT = want_run_id THEN
         DISPLAY
           "Statistics file " FUNCTION TRIM(stats_file_name)
           " refused: written by run " ctl_hdr_run_id
           ", not run " FUNCTION TRIM(want_run_id) "."
         MOVE 16 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *

       tally_stats_line SECTION.
         "                       " report_stamp_text
       DISPLAY
         "STATISTICS DATASET: " FUNCTION TRIM(stats_file_name)
       DISPLAY
         "WRITTEN BY RUN:     " ctl_hdr_run_id
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
           AT END
             MOVE "Y" TO stats_eof
           NOT AT END
             IF stats_record NOT = SPACES
               AND stats_record(1:1) NOT = "*" THEN
               PERFORM plot_stats_line
             END-IF
         END-READ
