      * terminal: N or enter for the next snapshot, B for the previous
      * one, J <generation> to jump to the nearest snapshot, W to cut
      * the current board out to a plain grid file (ready for census or
      * patlib ACTION=ADD), and Q to quit.  The dataset's header and
      * trailer control records are checked before play starts: a run
      * segment left without its trailer, or whose totals disagree,
      * is refused with 12, and one written by a run other than RUNID=
      * with 16.  A cut-out grid carries a header naming the run that
      * wrote the snapshot and a trailer of its own.

       ENVIRONMENT DIVISION.

       01 snap_table.
         02 snap_entry OCCURS 400 TIMES.
           03 snap_gen          PIC 9(9).
           03 snap_hdr          PIC X(71).
           03 snap_rows         PIC 999.
           03 snap_cols         PIC 999.
           03 snap_row OCCURS 200 TIMES PIC X(200).
       01 snap_overflow       PIC X VALUE "N".

       01 in_snapshot         PIC X VALUE "N".
       01 store_snapshot      PIC X VALUE "N".
       01 row_len             PIC 999.

      * ---- dataset control records ----------------------------------- *

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
       01 seg_snaps           PIC 9(9) VALUE 0.
       01 seg_live            PIC 9(12) VALUE 0.
       01 seg_hash            PIC 9(15) VALUE 0.
       01 snap_line_no        PIC 999 VALUE 0.
       01 ctl_fault           PIC X(40) VALUE SPACES.
       01 grid_live           PIC 9(12).
       01 grid_hash           PIC 9(15).
       01 c                   PIC 999.

       01 current             PIC 999 VALUE 1.
       01 r                   PIC 999.

       PERFORM parse_arguments

       PERFORM load_snapshots
       PERFORM check_control_totals

       IF snap_count = 0 THEN
         DISPLAY
           MOVE control_value TO snap_file_name
         WHEN "EXPORTFILE"
           MOVE control_value TO export_file_name
         WHEN "RUNID"
           MOVE control_value TO want_run_id
         WHEN OTHER
           CONTINUE


      * -------------------------------------------------------------- *

      * Snapshots past the first 400 are not kept but are still read,
      * so that every run segment's trailer can be checked.

       classify_snapshot_line SECTION.

       EVALUATE TRUE

         WHEN snap_record(1:4) = "*HDR"
           IF segment_open = "Y" THEN
             MOVE "header inside an unfinished run" TO ctl_fault
           ELSE
             MOVE "Y" TO segment_open
             ADD 1 TO segment_count
             MOVE 0 TO seg_snaps
             MOVE 0 TO seg_live
             MOVE 0 TO seg_hash
             MOVE snap_record TO ctl_header
           END-IF
           MOVE "N" TO in_snapshot

         WHEN snap_record(1:4) = "*TRL"
           MOVE snap_record TO ctl_trailer
           EVALUATE TRUE
             WHEN segment_open = "N"
               MOVE "trailer with no header" TO ctl_fault
             WHEN ctl_trl_run_id NOT = ctl_hdr_run_id
               MOVE "trailer run ID differs from header" TO ctl_fault
             WHEN ctl_trl_records NOT = seg_snaps
               MOVE "snapshot count disagrees with trailer"
                 TO ctl_fault
             WHEN ctl_trl_live NOT = seg_live
               MOVE "live total disagrees with trailer" TO ctl_fault
             WHEN ctl_trl_hash NOT = seg_hash
               MOVE "hash total disagrees with trailer" TO ctl_fault
             WHEN OTHER
               MOVE "N" TO segment_open
           END-EVALUATE
           MOVE "N" TO in_snapshot

         WHEN snap_record = SPACES
           MOVE "N" TO in_snapshot

         WHEN segment_open = "N"
           MOVE "lines outside a header and trailer" TO ctl_fault

         WHEN snap_record(1:11) = "GENERATION "
           ADD 1 TO seg_snaps
           MOVE 0 TO snap_line_no
           MOVE "Y" TO in_snapshot
           IF snap_count >= 400 THEN
             MOVE "Y" TO snap_overflow
             MOVE "N" TO store_snapshot
           ELSE
             MOVE "Y" TO store_snapshot
             ADD 1 TO snap_count
             MOVE FUNCTION NUMVAL(snap_record(12:9))
               TO snap_gen(snap_count)
             MOVE ctl_header TO snap_hdr(snap_count)
             MOVE 0 TO snap_rows(snap_count)
             MOVE 0 TO snap_cols(snap_count)
           END-IF

         WHEN in_snapshot = "Y"
           ADD 1 TO snap_line_no
           PERFORM VARYING c FROM 1 UNTIL c > 200
             IF snap_record(c:1) NOT = "0"
               AND snap_record(c:1) NOT = SPACE THEN
               ADD 1 TO seg_live
               COMPUTE seg_hash = seg_hash + (snap_line_no * 1000) + c
             END-IF
           END-PERFORM
           IF store_snapshot = "Y"
             AND snap_rows(snap_count) < 200 THEN
             ADD 1 TO snap_rows(snap_count)
             MOVE snap_record
               TO snap_row(snap_count, snap_rows(snap_count))
           CONTINUE

       END-EVALUATE

       IF ctl_fault NOT = SPACES THEN
         MOVE "Y" TO snap_eof
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
           "Snapshot dataset " FUNCTION TRIM(snap_file_name)
           " refused: " FUNCTION TRIM(ctl_fault) "."
         MOVE 12 TO RETURN-CODE
         GOBACK
       END-IF

       IF want_run_id NOT = SPACES
         AND ctl_hdr_run_id NOT = want_run_id THEN
         DISPLAY
           "Snapshot dataset " FUNCTION TRIM(snap_file_name)
           " refused: written by run " ctl_hdr_run_id
           ", not run " FUNCTION TRIM(want_run_id) "."
         MOVE 16 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *
           " could not be opened for writing; export skipped."
       ELSE

         MOVE 0 TO grid_live
         MOVE 0 TO grid_hash

         MOVE SPACES TO export_record
         MOVE snap_hdr(current) TO export_record
         WRITE export_record

         PERFORM VARYING r FROM 1
           UNTIL r > snap_rows(current)
           MOVE SPACES TO export_record
           MOVE snap_row(current, r)(1:snap_cols(current))
             TO export_record(1:snap_cols(current))
           WRITE export_record
           PERFORM VARYING c FROM 1 UNTIL c > snap_cols(current)
             IF export_record(c:1) NOT = "0"
               AND export_record(c:1) NOT = SPACE THEN
               ADD 1 TO grid_live
               COMPUTE grid_hash = grid_hash + (r * 1000) + c
             END-IF
           END-PERFORM
         END-PERFORM

         MOVE SPACES TO ctl_trailer
         MOVE "*TRL" TO ctl_trl_tag
         MOVE snap_hdr(current)(6:16) TO ctl_trl_run_id
         MOVE snap_rows(current) TO ctl_trl_records
         MOVE grid_live TO ctl_trl_live
         MOVE grid_hash TO ctl_trl_hash
         MOVE SPACES TO export_record
         MOVE ctl_trailer TO export_record
         WRITE export_record

         CLOSE export_file

         MOVE snap_gen(current) TO ed_gen
