      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. certify.

      * Certifies every pattern in the library against the behaviour
      * recorded on its name line (see patlib).  Each pattern is run
      * alone on an empty board by the game_of_life module itself,
      * once with TORUS and once with BORDER edges, under the rule it
      * was recorded with and for exactly one period, snapshotting
      * every generation.  The board leaves a margin wider than the
      * pattern can grow in one period, so the edge never touches it.
      * A pattern passes when its shape does not recur before the
      * period is up, recurs on the last generation, and has moved by
      * the recorded displacement.  PATTERNLIB= names the library
      * (default PATTERNS.LIB), PATTERNNAME= certifies a single entry
      * and EDGE=TORUS|BORDER restricts the edge modes.  The engine's
      * datasets go to CERTIFY.* scratch files that are removed
      * afterwards.  Return codes: 0 all certified, 4 some entries have
      * no recorded behaviour, 8 a pattern failed or the library or
      * engine is not available.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT pattern_file ASSIGN TO DYNAMIC pattern_lib_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS pattern_file_status.

           SELECT engine_ctl_file ASSIGN TO DYNAMIC engine_ctl_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS engine_ctl_status.

           SELECT snap_file ASSIGN TO DYNAMIC snap_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS snap_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD pattern_file.
       01 pattern_record         PIC X(100).

       FD engine_ctl_file.
       01 engine_ctl_record      PIC X(200).

       FD snap_file.
       01 snap_record            PIC X(200).

       WORKING-STORAGE SECTION.

       01 pattern_lib_name    PIC X(100) VALUE "PATTERNS.LIB".
       01 pattern_file_status PIC XX.
       01 pattern_file_eof    PIC X VALUE "N".

       01 command_line_raw    PIC X(200).
       01 command_line_equals PIC 999.
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

       01 pattern_name        PIC X(20) VALUE SPACES.
       01 edge_wanted         PIC X(10) VALUE SPACES.

       01 height_max          PIC 999 VALUE 200.
       01 width_max           PIC 999 VALUE 200.

      * ---- scratch datasets handed to the engine --------------------- *

       01 engine_ctl_name     PIC X(100) VALUE "CERTIFY.CFG".
       01 engine_ctl_status   PIC XX.
       01 snap_file_name      PIC X(100) VALUE "CERTIFY.SNP".
       01 snap_file_status    PIC XX.
       01 snap_file_eof       PIC X VALUE "N".

       01 scratch_names.
         02 FILLER              PIC X(20) VALUE "CERTIFY.CFG".
         02 FILLER              PIC X(20) VALUE "CERTIFY.SNP".
         02 FILLER              PIC X(20) VALUE "CERTIFY.STA".
         02 FILLER              PIC X(20) VALUE "CERTIFY.AUD".
         02 FILLER              PIC X(20) VALUE "CERTIFY.GRD".
         02 FILLER              PIC X(20) VALUE "CERTIFY.HST".
       01 scratch_table REDEFINES scratch_names.
         02 scratch_name        PIC X(20) OCCURS 6 TIMES.
       01 scratch_file_name   PIC X(100).
       01 sf                  PIC 9.

       01 module_missing      PIC X VALUE "N".
       01 engine_rc           PIC 999.

      * ---- in-core image of the pattern library ---------------------- *

       01 pat_table.
         02 pat_entry OCCURS 100 TIMES.
           03 pat_name          PIC X(20).
           03 pat_cells         PIC 9(4).
           03 pat_damaged       PIC X.
           03 pat_class         PIC X(10).
             88 pat_is_still      VALUE "STILL".
             88 pat_is_oscillator VALUE "OSCILLATOR".
             88 pat_is_spaceship  VALUE "SPACESHIP".
             88 pat_unrecorded    VALUE SPACES.
           03 pat_period        PIC 999.
           03 pat_move_dy       PIC S999.
           03 pat_move_dx       PIC S999.
           03 pat_rule          PIC X(20).
           03 pat_coord OCCURS 500 TIMES.
             04 pat_dy          PIC S999.
             04 pat_dx          PIC S999.
       01 pat_count           PIC 999 VALUE 0.

       01 in_pattern          PIC X VALUE "N".
       01 pattern_dy_text     PIC X(10).
       01 pattern_dx_text     PIC X(10).
       01 behaviour_text      PIC X(80).
       01 behaviour_pointer   PIC 999.
       01 behaviour_fault     PIC X(60).

       01 p                   PIC 999.
       01 c                   PIC 9(4).
       01 selected_count      PIC 999 VALUE 0.

       01 pat_min_dy          PIC S999.
       01 pat_max_dy          PIC S999.
       01 pat_min_dx          PIC S999.
       01 pat_max_dx          PIC S999.
       01 pat_box_h           PIC 999.
       01 pat_box_w           PIC 999.

      * ---- the board one certification run is made on ---------------- *

      * The pattern's bounding box is placed with its top-left corner
      * at origin_y/origin_x; start_y/start_x is where the library's
      * 0,0 cell lands, which is what the engine is given.

       01 board_h             PIC 999.
       01 board_w             PIC 999.
       01 board_margin        PIC 9(4).
       01 origin_y            PIC S9(4).
       01 origin_x            PIC S9(4).
       01 start_y             PIC S9(4).
       01 start_x             PIC S9(4).
       01 ed_start            PIC 9(3).

       01 start_shape.
         02 start_line OCCURS 200 TIMES PIC X(200).
       01 board_lines.
         02 board_line OCCURS 200 TIMES PIC X(200).

       01 y                   PIC 999.
       01 x                   PIC 999.
       01 r                   PIC 999.
       01 row_no              PIC 999.
       01 reading_board       PIC X.
       01 snap_gen            PIC 9(9).
       01 last_gen            PIC 9(9).

       01 live_count          PIC 9(6).
       01 live_min_y          PIC 999.
       01 live_max_y          PIC 999.
       01 live_min_x          PIC 999.
       01 live_max_x          PIC 999.
       01 live_box_h          PIC 999.
       01 live_box_w          PIC 999.
       01 shape_same          PIC X.
       01 shift_dy            PIC S9(4).
       01 shift_dx            PIC S9(4).

      * ---- results --------------------------------------------------- *

       01 edge_table.
         02 edge_entry OCCURS 2 TIMES.
           03 edge_name         PIC X(6).
           03 edge_run          PIC X.
           03 edge_verdict      PIC X(4).
           03 edge_reason       PIC X(60).
       01 e                   PIC 9.

       01 verdict             PIC X(4).
       01 verdict_reason      PIC X(60).
       01 pattern_result      PIC X(12).

       01 passed_count        PIC 999 VALUE 0.
       01 failed_count        PIC 999 VALUE 0.
       01 unrecorded_count    PIC 999 VALUE 0.

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).

      * ---- edited report fields -------------------------------------- *

       01 ed_period           PIC ZZZZZ9.
       01 ed_abs              PIC ZZZ9.
       01 ed_gen              PIC ZZZ,ZZZ,ZZ9.
       01 ed_count            PIC ZZ9.
       01 ed_dim              PIC ZZ9.
       01 ed_dim_2            PIC ZZ9.
       01 ed_rc               PIC ZZ9.
       01 move_text           PIC X(9).
       01 shift_text          PIC X(9).
       01 rule_column         PIC X(14).

       01 signed_value        PIC S9(4).
       01 abs_value           PIC 9(4).
       01 signed_text         PIC X(10).
       01 text_trimmed        PIC X(10).

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       MOVE "TORUS" TO edge_name(1)
       MOVE "BORDER" TO edge_name(2)

       PERFORM parse_arguments

       EVALUATE edge_wanted
         WHEN SPACES
           MOVE "Y" TO edge_run(1)
           MOVE "Y" TO edge_run(2)
         WHEN "TORUS"
           MOVE "Y" TO edge_run(1)
           MOVE "N" TO edge_run(2)
         WHEN "BORDER"
           MOVE "N" TO edge_run(1)
           MOVE "Y" TO edge_run(2)
         WHEN OTHER
           DISPLAY
             "Usage: certify [PATTERNLIB=<file>] "
             "[PATTERNNAME=<name>] [EDGE=TORUS|BORDER]"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-EVALUATE

       PERFORM load_library

       PERFORM VARYING p FROM 1 UNTIL p > pat_count
         IF pattern_name = SPACES
           OR FUNCTION TRIM(pat_name(p)) = FUNCTION TRIM(pattern_name)
           THEN
           ADD 1 TO selected_count
         END-IF
       END-PERFORM

       IF selected_count = 0 THEN
         IF pattern_name = SPACES THEN
           DISPLAY
             "Pattern library " FUNCTION TRIM(pattern_lib_name)
             " holds no patterns; nothing to certify."
         ELSE
           DISPLAY
             "Pattern " FUNCTION TRIM(pattern_name)
             " not found in " FUNCTION TRIM(pattern_lib_name)
             ". Aborting."
         END-IF
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM remove_scratch_files

       PERFORM print_report_heading

       PERFORM VARYING p FROM 1 UNTIL p > pat_count
         OR module_missing = "Y"
         IF pattern_name = SPACES
           OR FUNCTION TRIM(pat_name(p)) = FUNCTION TRIM(pattern_name)
           THEN
           PERFORM certify_pattern
         END-IF
       END-PERFORM

       PERFORM remove_scratch_files

       PERFORM print_report_summary

       EVALUATE TRUE
         WHEN module_missing = "Y"
           MOVE 8 TO RETURN-CODE
         WHEN failed_count > 0
           MOVE 8 TO RETURN-CODE
         WHEN unrecorded_count > 0
           MOVE 4 TO RETURN-CODE
         WHEN OTHER
           MOVE 0 TO RETURN-CODE
       END-EVALUATE

       GOBACK
       .

      * -------------------------------------------------------------- *

      * A bare library name is accepted as well as PATTERNLIB=.

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
           MOVE FUNCTION TRIM(command_line_raw) TO pattern_lib_name
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

         WHEN "PATTERNLIB"
           MOVE control_value TO pattern_lib_name
         WHEN "PATTERNNAME"
           MOVE control_value TO pattern_name
         WHEN "EDGE"
           MOVE FUNCTION UPPER-CASE(control_value) TO edge_wanted
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       load_library SECTION.

       MOVE 0 TO pat_count
       MOVE "N" TO in_pattern
       MOVE "N" TO pattern_file_eof

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
             PERFORM classify_library_line
         END-READ

       END-PERFORM

       CLOSE pattern_file
       .

      * -------------------------------------------------------------- *

       classify_library_line SECTION.

       EVALUATE TRUE

         WHEN pattern_record = SPACES
           MOVE "N" TO in_pattern

         WHEN in_pattern = "N"
           IF pat_count >= 100 THEN
             DISPLAY
               "Pattern library " FUNCTION TRIM(pattern_lib_name)
               " holds more than 100 patterns; remainder not "
               "certified."
             MOVE "Y" TO pattern_file_eof
           ELSE
             ADD 1 TO pat_count
             MOVE pat_count TO p
             MOVE pattern_record(1:20) TO pat_name(p)
             MOVE 0 TO pat_cells(p)
             MOVE "N" TO pat_damaged(p)
             MOVE SPACES TO pat_class(p)
             MOVE 0 TO pat_period(p)
             MOVE 0 TO pat_move_dy(p)
             MOVE 0 TO pat_move_dx(p)
             MOVE SPACES TO pat_rule(p)
             MOVE "Y" TO in_pattern
             MOVE pattern_record(21:80) TO behaviour_text
             PERFORM read_behaviour_fields
           END-IF

         WHEN OTHER
           PERFORM store_coordinate_line

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

      * Values are taken as recorded; whether they make sense together
      * is settled by check_recorded_behaviour before the pattern is
      * run.  A token that cannot be read at all marks the entry
      * damaged.

       read_behaviour_fields SECTION.

       MOVE 1 TO behaviour_pointer

       PERFORM UNTIL behaviour_pointer > 80

         MOVE SPACES TO control_line

         UNSTRING behaviour_text DELIMITED BY ALL SPACE
           INTO control_line
           WITH POINTER behaviour_pointer
         END-UNSTRING

         IF control_line NOT = SPACES THEN

           MOVE SPACES TO control_key
           MOVE SPACES TO control_value
           UNSTRING control_line DELIMITED BY "="
             INTO control_key control_value
           END-UNSTRING

           EVALUATE control_key
             WHEN "CLASS"
               MOVE control_value TO pat_class(p)
             WHEN "RULE"
               MOVE control_value TO pat_rule(p)
             WHEN "PERIOD"
             WHEN "DY"
             WHEN "DX"
               IF FUNCTION TEST-NUMVAL(control_value) NOT = 0 THEN
                 MOVE "Y" TO pat_damaged(p)
               ELSE
                 EVALUATE control_key
                   WHEN "PERIOD"
                     MOVE FUNCTION NUMVAL(control_value)
                       TO pat_period(p)
                   WHEN "DY"
                     MOVE FUNCTION NUMVAL(control_value)
                       TO pat_move_dy(p)
                   WHEN OTHER
                     MOVE FUNCTION NUMVAL(control_value)
                       TO pat_move_dx(p)
                 END-EVALUATE
               END-IF
             WHEN OTHER
               MOVE "Y" TO pat_damaged(p)
           END-EVALUATE

         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       store_coordinate_line SECTION.

       MOVE SPACES TO pattern_dy_text
       MOVE SPACES TO pattern_dx_text

       UNSTRING pattern_record DELIMITED BY ","
         INTO pattern_dy_text pattern_dx_text
       END-UNSTRING

       IF FUNCTION TEST-NUMVAL(pattern_dy_text) NOT = 0
         OR FUNCTION TEST-NUMVAL(pattern_dx_text) NOT = 0
         OR pat_cells(p) >= 500 THEN
         MOVE "Y" TO pat_damaged(p)
       ELSE
         ADD 1 TO pat_cells(p)
         MOVE FUNCTION NUMVAL(pattern_dy_text)
           TO pat_dy(p, pat_cells(p))
         MOVE FUNCTION NUMVAL(pattern_dx_text)
           TO pat_dx(p, pat_cells(p))
       END-IF
       .

      * -------------------------------------------------------------- *

       certify_pattern SECTION.

       MOVE "PASS" TO verdict
       MOVE SPACES TO verdict_reason

       PERFORM VARYING e FROM 1 UNTIL e > 2
         MOVE SPACES TO edge_verdict(e)
         MOVE SPACES TO edge_reason(e)
       END-PERFORM

       EVALUATE TRUE

         WHEN pat_unrecorded(p)
           MOVE SPACES TO verdict

         WHEN pat_damaged(p) = "Y" OR pat_cells(p) = 0
           MOVE "FAIL" TO verdict
           MOVE "LIBRARY ENTRY IS DAMAGED; SEE PATLIB ACTION=CHECK"
             TO verdict_reason

         WHEN OTHER
           PERFORM check_recorded_behaviour
           IF behaviour_fault NOT = SPACES THEN
             MOVE "FAIL" TO verdict
             MOVE behaviour_fault TO verdict_reason
           ELSE
             PERFORM compute_bounding_box
             PERFORM build_start_shape
             PERFORM VARYING e FROM 1 UNTIL e > 2
               OR module_missing = "Y"
               IF edge_run(e) = "Y" THEN
                 PERFORM run_engine
                 IF module_missing = "N" THEN
                   PERFORM examine_snapshots
                   MOVE verdict TO edge_verdict(e)
                   MOVE verdict_reason TO edge_reason(e)
                 END-IF
               END-IF
             END-PERFORM
             MOVE "PASS" TO verdict
             PERFORM VARYING e FROM 1 UNTIL e > 2
               IF edge_verdict(e) = "FAIL" THEN
                 MOVE "FAIL" TO verdict
               END-IF
             END-PERFORM
           END-IF

       END-EVALUATE

       IF module_missing = "N" THEN
         PERFORM print_pattern_line
       END-IF
       .

      * -------------------------------------------------------------- *

      * The same consistency rules patlib applies when behaviour is
      * recorded, repeated here because the library is a plain text
      * dataset that may have been edited by hand.

       check_recorded_behaviour SECTION.

       MOVE SPACES TO behaviour_fault

       EVALUATE TRUE

         WHEN NOT pat_is_still(p) AND NOT pat_is_oscillator(p)
           AND NOT pat_is_spaceship(p)
           MOVE "RECORDED CLASS IS NOT STILL, OSCILLATOR OR SPACESHIP"
             TO behaviour_fault

         WHEN pat_period(p) = 0
           MOVE "NO PERIOD RECORDED" TO behaviour_fault

         WHEN pat_rule(p) = SPACES
           MOVE "NO RULE RECORDED" TO behaviour_fault

         WHEN pat_is_still(p) AND pat_period(p) NOT = 1
           MOVE "RECORDED AS A STILL LIFE BUT PERIOD IS NOT 1"
             TO behaviour_fault

         WHEN pat_is_oscillator(p) AND pat_period(p) < 2
           MOVE "RECORDED AS AN OSCILLATOR BUT PERIOD IS BELOW 2"
             TO behaviour_fault

         WHEN NOT pat_is_spaceship(p)
           AND (pat_move_dy(p) NOT = 0 OR pat_move_dx(p) NOT = 0)
           MOVE "DISPLACEMENT RECORDED BUT CLASS IS NOT SPACESHIP"
             TO behaviour_fault

         WHEN pat_is_spaceship(p)
           AND pat_move_dy(p) = 0 AND pat_move_dx(p) = 0
           MOVE "RECORDED AS A SPACESHIP BUT WITH NO DISPLACEMENT"
             TO behaviour_fault

         WHEN pat_is_spaceship(p)
           AND (FUNCTION ABS(pat_move_dy(p)) > pat_period(p)
             OR FUNCTION ABS(pat_move_dx(p)) > pat_period(p))
           MOVE "RECORDED TO MOVE FASTER THAN ONE CELL PER GENERATION"
             TO behaviour_fault

         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       compute_bounding_box SECTION.

       MOVE pat_dy(p, 1) TO pat_min_dy pat_max_dy
       MOVE pat_dx(p, 1) TO pat_min_dx pat_max_dx

       PERFORM VARYING c FROM 2 UNTIL c > pat_cells(p)

         IF pat_dy(p, c) < pat_min_dy THEN
           MOVE pat_dy(p, c) TO pat_min_dy
         END-IF
         IF pat_dy(p, c) > pat_max_dy THEN
           MOVE pat_dy(p, c) TO pat_max_dy
         END-IF
         IF pat_dx(p, c) < pat_min_dx THEN
           MOVE pat_dx(p, c) TO pat_min_dx
         END-IF
         IF pat_dx(p, c) > pat_max_dx THEN
           MOVE pat_dx(p, c) TO pat_max_dx
         END-IF

       END-PERFORM

       COMPUTE pat_box_h = pat_max_dy - pat_min_dy + 1
       COMPUTE pat_box_w = pat_max_dx - pat_min_dx + 1
       .

      * -------------------------------------------------------------- *

      * No cell can spread more than one square per generation, so a
      * margin of one period (plus two for the neighbourhood) around
      * the pattern keeps both edge modes out of play.  The board is
      * capped at the engine's maximum and the pattern centred on it.

       build_start_shape SECTION.

       COMPUTE board_margin = pat_period(p) + 2

       COMPUTE board_h = pat_box_h + 2 * board_margin
       COMPUTE board_w = pat_box_w + 2 * board_margin

       IF board_h > height_max THEN
         MOVE height_max TO board_h
       END-IF
       IF board_w > width_max THEN
         MOVE width_max TO board_w
       END-IF

       COMPUTE origin_y = (board_h - pat_box_h) / 2 + 1
       COMPUTE origin_x = (board_w - pat_box_w) / 2 + 1

       COMPUTE start_y = origin_y - pat_min_dy
       COMPUTE start_x = origin_x - pat_min_dx

       MOVE ALL "0" TO start_shape

       PERFORM VARYING c FROM 1 UNTIL c > pat_cells(p)
         COMPUTE y = pat_dy(p, c) - pat_min_dy + 1
         COMPUTE x = pat_dx(p, c) - pat_min_dx + 1
         MOVE "1" TO start_line(y)(x:1)
       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * The engine's settings are written to a control file whose name
      * becomes the command line of an in-process call, exactly as if
      * the engine had been started from it.  CANCEL gives the next
      * run a fresh working storage.

       run_engine SECTION.

       OPEN OUTPUT engine_ctl_file

       MOVE "SOURCE=PATTERN" TO engine_ctl_record
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "PATTERNNAME=" FUNCTION TRIM(pat_name(p))
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "PATTERNLIB=" FUNCTION TRIM(pattern_lib_name)
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "RULE=" FUNCTION TRIM(pat_rule(p))
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "EDGE=" FUNCTION TRIM(edge_name(e))
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "HEIGHT=" board_h
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "WIDTH=" board_w
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE start_y TO ed_start
       MOVE SPACES TO engine_ctl_record
       STRING "STARTY=" ed_start
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE start_x TO ed_start
       MOVE SPACES TO engine_ctl_record
       STRING "STARTX=" ed_start
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE "BATCH=Y" TO engine_ctl_record
       WRITE engine_ctl_record

       MOVE SPACES TO engine_ctl_record
       STRING "GENERATIONS=" pat_period(p)
         DELIMITED BY SIZE INTO engine_ctl_record
       END-STRING
       WRITE engine_ctl_record

       MOVE "SNAPEVERY=1" TO engine_ctl_record
       WRITE engine_ctl_record

       MOVE "SNAPFILE=CERTIFY.SNP" TO engine_ctl_record
       WRITE engine_ctl_record
       MOVE "STATSFILE=CERTIFY.STA" TO engine_ctl_record
       WRITE engine_ctl_record
       MOVE "AUDITFILE=CERTIFY.AUD" TO engine_ctl_record
       WRITE engine_ctl_record
       MOVE "FINALFILE=CERTIFY.GRD" TO engine_ctl_record
       WRITE engine_ctl_record
       MOVE "HISTFILE=CERTIFY.HST" TO engine_ctl_record
       WRITE engine_ctl_record

       CLOSE engine_ctl_file

       MOVE engine_ctl_name TO command_line_raw
       DISPLAY command_line_raw UPON COMMAND-LINE

       MOVE 0 TO RETURN-CODE

       CALL "game_of_life"
         ON EXCEPTION
           DISPLAY
             "The game_of_life module is not available to this "
             "program; certification abandoned."
           MOVE "Y" TO module_missing
       END-CALL

       IF module_missing = "N" THEN
         MOVE RETURN-CODE TO engine_rc
         MOVE 0 TO RETURN-CODE
         CANCEL "game_of_life"
       END-IF
       .

      * -------------------------------------------------------------- *

      * Each snapshot is a GENERATION header followed by the board as
      * digit rows (0 dead, anything else alive).  The verdict is
      * decided on the first generation that settles it; running out
      * of snapshots before the period is up means the engine stopped
      * the run early.

       examine_snapshots SECTION.

       MOVE SPACES TO verdict
       MOVE SPACES TO verdict_reason
       MOVE 0 TO last_gen
       MOVE "N" TO reading_board
       MOVE "N" TO snap_file_eof

       IF engine_rc NOT = 0 THEN
         MOVE engine_rc TO ed_rc
         MOVE "FAIL" TO verdict
         STRING "ENGINE ENDED WITH RETURN CODE "
           FUNCTION TRIM(ed_rc)
           DELIMITED BY SIZE INTO verdict_reason
         END-STRING
       END-IF

       OPEN INPUT snap_file

       IF snap_file_status NOT = "00" THEN
         IF verdict = SPACES THEN
           MOVE "FAIL" TO verdict
           MOVE "ENGINE WROTE NO SNAPSHOTS" TO verdict_reason
         END-IF
       ELSE

         PERFORM UNTIL snap_file_eof = "Y" OR verdict NOT = SPACES

           READ snap_file
             AT END
               MOVE "Y" TO snap_file_eof
             NOT AT END
               PERFORM classify_snapshot_line
           END-READ

         END-PERFORM

         CLOSE snap_file

       END-IF

       IF verdict = SPACES THEN
         MOVE last_gen TO ed_gen
         MOVE "FAIL" TO verdict
         STRING "ENGINE STOPPED AFTER " FUNCTION TRIM(ed_gen)
           " GENERATION(S)"
           DELIMITED BY SIZE INTO verdict_reason
         END-STRING
       END-IF
       .

      * -------------------------------------------------------------- *

       classify_snapshot_line SECTION.

       EVALUATE TRUE

         WHEN snap_record(1:11) = "GENERATION "
           MOVE FUNCTION NUMVAL(snap_record(12:9)) TO snap_gen
           MOVE 0 TO row_no
           MOVE "Y" TO reading_board

         WHEN reading_board = "Y"
           ADD 1 TO row_no
           MOVE SPACES TO board_line(row_no)
           MOVE snap_record(1:board_w) TO board_line(row_no)
           INSPECT board_line(row_no)(1:board_w)
             CONVERTING "23456789" TO "11111111"
           IF row_no >= board_h THEN
             MOVE "N" TO reading_board
             MOVE snap_gen TO last_gen
             PERFORM judge_generation
           END-IF

         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       judge_generation SECTION.

       PERFORM find_live_box

       MOVE snap_gen TO ed_gen

       IF live_count = 0 THEN
         MOVE "FAIL" TO verdict
         STRING "DIES OUT BY GENERATION " FUNCTION TRIM(ed_gen)
           DELIMITED BY SIZE INTO verdict_reason
         END-STRING
       ELSE

         PERFORM compare_with_start

         IF snap_gen < pat_period(p) THEN
           IF shape_same = "Y" THEN
             MOVE "FAIL" TO verdict
             STRING "SHAPE RECURS AFTER " FUNCTION TRIM(ed_gen)
               " GENERATION(S), BEFORE ITS PERIOD IS UP"
               DELIMITED BY SIZE INTO verdict_reason
             END-STRING
           END-IF
         ELSE
           IF shape_same = "N" THEN
             MOVE "FAIL" TO verdict
             STRING "SHAPE DOES NOT RECUR AFTER "
               FUNCTION TRIM(ed_gen) " GENERATION(S)"
               DELIMITED BY SIZE INTO verdict_reason
             END-STRING
           ELSE
             COMPUTE shift_dy = live_min_y - origin_y
             COMPUTE shift_dx = live_min_x - origin_x
             IF shift_dy = pat_move_dy(p)
               AND shift_dx = pat_move_dx(p) THEN
               MOVE "PASS" TO verdict
             ELSE
               MOVE shift_dy TO signed_value
               PERFORM format_signed_value
               MOVE SPACES TO shift_text
               STRING FUNCTION TRIM(signed_text) ","
                 DELIMITED BY SIZE INTO shift_text
               END-STRING
               MOVE shift_dx TO signed_value
               PERFORM format_signed_value
               MOVE FUNCTION TRIM(shift_text) TO text_trimmed
               MOVE SPACES TO shift_text
               STRING FUNCTION TRIM(text_trimmed)
                 FUNCTION TRIM(signed_text)
                 DELIMITED BY SIZE INTO shift_text
               END-STRING
               PERFORM format_move_text
               MOVE "FAIL" TO verdict
               STRING "MOVES " FUNCTION TRIM(shift_text)
                 " PER PERIOD, RECORDED AS " FUNCTION TRIM(move_text)
                 DELIMITED BY SIZE INTO verdict_reason
               END-STRING
             END-IF
           END-IF
         END-IF

       END-IF
       .

      * -------------------------------------------------------------- *

       find_live_box SECTION.

       MOVE 0 TO live_count
       MOVE 0 TO live_min_y live_max_y live_min_x live_max_x

       PERFORM VARYING y FROM 1 UNTIL y > board_h

         IF board_line(y)(1:board_w) NOT = ALL "0" THEN

           PERFORM VARYING x FROM 1 UNTIL x > board_w

             IF board_line(y)(x:1) = "1" THEN
               ADD 1 TO live_count
               IF live_min_y = 0 THEN
                 MOVE y TO live_min_y
               END-IF
               MOVE y TO live_max_y
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

       COMPUTE live_box_h = live_max_y - live_min_y + 1
       COMPUTE live_box_w = live_max_x - live_min_x + 1
       .

      * -------------------------------------------------------------- *

       compare_with_start SECTION.

       MOVE "Y" TO shape_same

       IF live_box_h NOT = pat_box_h OR live_box_w NOT = pat_box_w
         THEN
         MOVE "N" TO shape_same
       ELSE
         PERFORM VARYING r FROM 1 UNTIL r > pat_box_h
           OR shape_same = "N"
           COMPUTE y = live_min_y + r - 1
           IF board_line(y)(live_min_x:pat_box_w) NOT =
                start_line(r)(1:pat_box_w) THEN
             MOVE "N" TO shape_same
           END-IF
         END-PERFORM
       END-IF
       .

      * -------------------------------------------------------------- *

       remove_scratch_files SECTION.

       PERFORM VARYING sf FROM 1 UNTIL sf > 6
         MOVE scratch_name(sf) TO scratch_file_name
         CALL "CBL_DELETE_FILE" USING scratch_file_name
         END-CALL
       END-PERFORM

       MOVE 0 TO RETURN-CODE
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

       DISPLAY " "
       DISPLAY
         "GAME OF LIFE - PATTERN CERTIFICATION REPORT"
         "                  " report_stamp_text
       DISPLAY
         "PATTERN LIBRARY:    " FUNCTION TRIM(pattern_lib_name)

       EVALUATE TRUE
         WHEN edge_run(1) = "Y" AND edge_run(2) = "Y"
           DISPLAY "EDGE MODES:         TORUS AND BORDER"
         WHEN edge_run(1) = "Y"
           DISPLAY "EDGE MODES:         TORUS"
         WHEN OTHER
           DISPLAY "EDGE MODES:         BORDER"
       END-EVALUATE

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY
         "PATTERN NAME          CLASS       PERIOD  MOVE      "
         "RULE            RESULT"
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       .

      * -------------------------------------------------------------- *

       print_pattern_line SECTION.

       EVALUATE verdict
         WHEN "PASS"
           ADD 1 TO passed_count
           MOVE "PASS" TO pattern_result
         WHEN "FAIL"
           ADD 1 TO failed_count
           MOVE "FAIL" TO pattern_result
         WHEN OTHER
           ADD 1 TO unrecorded_count
           MOVE "NOT RECORDED" TO pattern_result
       END-EVALUATE

       IF pat_unrecorded(p) THEN
         DISPLAY
           pat_name(p) "  " pat_class(p) "  " "      " "  "
           "         " " " "              " "  " pattern_result
       ELSE
         MOVE pat_period(p) TO ed_period
         PERFORM format_move_text
         MOVE pat_rule(p) TO rule_column
         DISPLAY
           pat_name(p) "  " pat_class(p) "  " ed_period "  "
           move_text " " rule_column "  " pattern_result
       END-IF

       IF verdict_reason NOT = SPACES AND edge_verdict(1) = SPACES
         AND edge_verdict(2) = SPACES THEN
         DISPLAY
           "    " FUNCTION TRIM(verdict_reason)
       END-IF

       PERFORM VARYING e FROM 1 UNTIL e > 2
         IF edge_verdict(e) = "FAIL" THEN
           DISPLAY
             "    " edge_name(e) ": " FUNCTION TRIM(edge_reason(e))
         END-IF
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       print_report_summary SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       MOVE passed_count TO ed_count
       DISPLAY "PATTERNS CERTIFIED . . . . . . . . :  " ed_count

       MOVE failed_count TO ed_count
       DISPLAY "PATTERNS FAILED  . . . . . . . . . :  " ed_count

       MOVE unrecorded_count TO ed_count
       DISPLAY "BEHAVIOUR NOT RECORDED . . . . . . :  " ed_count

       IF module_missing = "Y" THEN
         DISPLAY
           "CERTIFICATION ABANDONED: THE ENGINE MODULE IS NOT "
           "AVAILABLE"
       END-IF

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "END OF REPORT"
       DISPLAY " "
       .

      * -------------------------------------------------------------- *

       format_move_text SECTION.

       MOVE SPACES TO move_text

       MOVE pat_move_dy(p) TO signed_value
       PERFORM format_signed_value
       MOVE signed_text TO pattern_dy_text

       MOVE pat_move_dx(p) TO signed_value
       PERFORM format_signed_value
       MOVE signed_text TO pattern_dx_text

       STRING
         FUNCTION TRIM(pattern_dy_text)
         ","
         FUNCTION TRIM(pattern_dx_text)
         DELIMITED BY SIZE
         INTO move_text
       END-STRING
       .

      * -------------------------------------------------------------- *

       format_signed_value SECTION.

       IF signed_value < 0 THEN
         COMPUTE abs_value = 0 - signed_value
       ELSE
         MOVE signed_value TO abs_value
       END-IF

       MOVE SPACES TO signed_text
       MOVE abs_value TO ed_abs
       MOVE FUNCTION TRIM(ed_abs) TO signed_text

       IF abs_value = 0 THEN
         MOVE "0" TO signed_text
       END-IF

       IF signed_value < 0 THEN
         MOVE signed_text TO text_trimmed
         STRING "-" FUNCTION TRIM(text_trimmed)
           DELIMITED BY SIZE
           INTO signed_text
         END-STRING
       END-IF
       .

      * -------------------------------------------------------------- *

       END PROGRAM certify.
