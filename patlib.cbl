
       PROGRAM-ID. patlib.

      * Maintains the pattern library.  Each entry is a name line
      * followed by dy,dx coordinate lines and a blank separator.
      * The name occupies columns 1-20; from column 22 the name line
      * may carry the pattern's recorded behaviour as KEY=VALUE
      * tokens, which the certification run checks the engine
      * against:
      *
      *   CLASS=STILL|OSCILLATOR|SPACESHIP
      *   PERIOD=n         generations before the shape recurs
      *   DY=n DX=n        displacement per period (spaceships)
      *   RULE=Bx/Sy       rule the behaviour holds under
      *
      * ACTION=SET records or replaces the behaviour of an existing
      * pattern; CLASS=NONE clears it.  ADD accepts the same keys.
      *
      * ACTION=PROMOTE copies candidate CANDIDATE= from the harvest
      * candidate dataset CANDFILE= (default CANDIDATES.DAT) into the
      * library, under PATTERNNAME= if given or else the candidate's
      * own name, with any behaviour keys given alongside.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS grid_file_status.

           SELECT cand_file ASSIGN TO DYNAMIC cand_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS cand_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD pattern_file.
       01 pattern_record         PIC X(100).

       FD grid_file.
       01 grid_record            PIC X(200).

       FD cand_file.
       01 cand_record            PIC X(100).

       WORKING-STORAGE SECTION.

       01 pattern_lib_name    PIC X(100) VALUE "PATTERNS.LIB".
       01 grid_file_status    PIC XX.
       01 grid_file_eof       PIC X VALUE "N".

       01 cand_file_name      PIC X(100) VALUE "CANDIDATES.DAT".
       01 cand_file_status    PIC XX.
       01 cand_file_eof       PIC X VALUE "N".
       01 candidate_name      PIC X(20) VALUE SPACES.
       01 cand_found          PIC X.

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
         88 action_is_check   VALUE "CHECK".
         88 action_is_add     VALUE "ADD".
         88 action_is_delete  VALUE "DELETE".
         88 action_is_set     VALUE "SET".
         88 action_is_promote VALUE "PROMOTE".
       01 pattern_name        PIC X(20) VALUE SPACES.

       01 height_max          PIC 999 VALUE 200.
         02 pat_entry OCCURS 100 TIMES.
           03 pat_name          PIC X(20).
           03 pat_cells         PIC 9(4).
           03 pat_class         PIC X(10).
             88 pat_is_still      VALUE "STILL".
             88 pat_is_oscillator VALUE "OSCILLATOR".
             88 pat_is_spaceship  VALUE "SPACESHIP".
             88 pat_unrecorded    VALUE SPACES.
           03 pat_period        PIC 999.
           03 pat_move_set      PIC X.
           03 pat_move_dy       PIC S999.
           03 pat_move_dx       PIC S999.
           03 pat_rule          PIC X(20).
           03 pat_coord OCCURS 500 TIMES.
             04 pat_dy          PIC S999.
             04 pat_dx          PIC S999.
       01 match_index         PIC 999 VALUE 0.

       01 error_count         PIC 9(4) VALUE 0.
       01 unrecorded_count    PIC 9(4) VALUE 0.

      * ---- recorded behaviour ---------------------------------------- *

       01 behaviour_text      PIC X(80).
       01 behaviour_pointer   PIC 999.
       01 behaviour_ok        PIC X.
       01 behaviour_fault     PIC X(60).
       01 behaviour_args      PIC X(80) VALUE SPACES.
       01 behaviour_args_ptr  PIC 99 VALUE 1.
       01 behaviour_value     PIC S9(4).
       01 behaviour_limit     PIC 9(4).
       01 rule_part_b         PIC X(10).
       01 rule_part_s         PIC X(10).
       01 rule_pos            PIC 99.
       01 out_pointer         PIC 99.
       01 move_text           PIC X(9).

      * ---- grid capture for ADD -------------------------------------- *

       01 ed_box_h            PIC ZZZ9.
       01 ed_box_w            PIC ZZZ9.
       01 ed_count            PIC ZZZ9.
       01 ed_period           PIC ZZ9.

       01 signed_value        PIC S999.
       01 abs_value           PIC 999.
       01 abs_text            PIC X(3).
       01 signed_text         PIC X(10).
       01 out_record          PIC X(100).

       PROCEDURE DIVISION.

           PERFORM load_library
           PERFORM delete_pattern

         WHEN action_is_set
           IF pattern_name = SPACES OR behaviour_args = SPACES THEN
             DISPLAY
               "ACTION=SET requires PATTERNNAME=<name> and at least "
               "one of CLASS=, PERIOD=, DY=, DX=, RULE=. Aborting."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM load_library
           PERFORM set_pattern_behaviour

         WHEN action_is_promote
           IF candidate_name = SPACES THEN
             DISPLAY
               "ACTION=PROMOTE requires CANDIDATE=<name>. Aborting."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF pattern_name = SPACES THEN
             MOVE candidate_name TO pattern_name
           END-IF
           PERFORM load_library
           PERFORM promote_candidate

         WHEN OTHER
           DISPLAY
             "Usage: patlib ACTION=LIST|CHECK|ADD|DELETE|SET|PROMOTE "
             "[PATTERNNAME=<name>] [GRIDFILE=<file>] "
             "[CANDIDATE=<name>] [CANDFILE=<file>] "
             "[PATTERNLIB=<file>] [CLASS=STILL|OSCILLATOR|"
             "SPACESHIP|NONE] [PERIOD=<n>] [DY=<n>] [DX=<n>] "
             "[RULE=<Bx/Sy>]"
           MOVE 8 TO RETURN-CODE

       END-EVALUATE
           MOVE control_value TO grid_file_name
         WHEN "PATTERNLIB"
           MOVE control_value TO pattern_lib_name
         WHEN "CANDIDATE"
           MOVE control_value TO candidate_name
         WHEN "CANDFILE"
           MOVE control_value TO cand_file_name
         WHEN "CLASS"
         WHEN "PERIOD"
         WHEN "DY"
         WHEN "DX"
         WHEN "RULE"
           STRING FUNCTION TRIM(control_line) " "
             DELIMITED BY SIZE
             INTO behaviour_args
             WITH POINTER behaviour_args_ptr
           END-STRING
         WHEN OTHER
           CONTINUE

             MOVE pattern_record(1:20) TO pat_name(pat_count)
             MOVE 0 TO pat_cells(pat_count)
             MOVE "Y" TO in_pattern
             MOVE pat_count TO p
             PERFORM clear_behaviour
             MOVE pattern_record(21:80) TO behaviour_text
             PERFORM apply_behaviour_text
             IF behaviour_ok = "N" THEN
               ADD 1 TO error_count
               IF action_is_check THEN
                 DISPLAY
                   "BAD BEHAVIOUR   pattern "
                   FUNCTION TRIM(pat_name(p)) " "
                   FUNCTION TRIM(behaviour_fault)
               END-IF
             END-IF
           END-IF

         WHEN OTHER
         "PATTERN LIBRARY CATALOG: "
         FUNCTION TRIM(pattern_lib_name)
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY
         "PATTERN NAME          CELLS   BOX HxW       "
         "CLASS    PERIOD     MOVE      RULE"
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       MOVE 0 TO unrecorded_count

       PERFORM VARYING p FROM 1 UNTIL p > pat_count

         MOVE pat_box_h TO ed_box_h
         MOVE pat_box_w TO ed_box_w

         IF pat_unrecorded(p) THEN
           ADD 1 TO unrecorded_count
           DISPLAY
             pat_name(p) "   " ed_cells "   " ed_box_h " x " ed_box_w
             "   NOT RECORDED"
         ELSE
           MOVE pat_period(p) TO ed_period
           PERFORM format_move_text
           DISPLAY
             pat_name(p) "   " ed_cells "   " ed_box_h " x " ed_box_w
             "   " pat_class(p) "  " ed_period "     " move_text
             " " FUNCTION TRIM(pat_rule(p))
         END-IF

       END-PERFORM

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       MOVE pat_count TO ed_count
       DISPLAY "PATTERNS LISTED: " ed_count
       IF unrecorded_count > 0 THEN
         MOVE unrecorded_count TO ed_count
         DISPLAY "NO BEHAVIOUR:    " ed_count
       END-IF
       DISPLAY " "
       .

             " has no coordinate lines."
         END-IF

         PERFORM validate_behaviour

         IF behaviour_ok = "N" THEN
           ADD 1 TO error_count
           DISPLAY
             "BAD BEHAVIOUR   pattern "
             FUNCTION TRIM(pat_name(p)) " "
             FUNCTION TRIM(behaviour_fault)
         END-IF

         IF pat_unrecorded(p) THEN
           ADD 1 TO unrecorded_count
           DISPLAY
             "NO BEHAVIOUR    pattern "
             FUNCTION TRIM(pat_name(p))
             " has no recorded class, period or rule and "
             "cannot be certified."
         END-IF

       END-PERFORM

       IF error_count = 0 THEN
       MOVE pattern_name TO pat_name(pat_count)
       MOVE 0 TO pat_cells(pat_count)

       MOVE pat_count TO p
       PERFORM clear_behaviour
       PERFORM apply_behaviour_args

       COMPUTE grid_center_y = (grid_rows + 1) / 2
       COMPUTE grid_center_x = (grid_cols + 1) / 2

             AT END
               MOVE "Y" TO grid_file_eof
             NOT AT END
               EVALUATE TRUE
                 WHEN grid_record = SPACES
                   MOVE "Y" TO grid_file_eof
                 WHEN grid_record(1:4) = "*HDR"
                   OR grid_record(1:4) = "*TRL"
                   CONTINUE
                 WHEN OTHER
                   IF grid_rows < 200 THEN
                     ADD 1 TO grid_rows
                     MOVE grid_record TO grid_line(grid_rows)
                     MOVE 0 TO row_len
                     INSPECT grid_record TALLYING row_len
                       FOR TRAILING SPACES
                     COMPUTE row_len = 200 - row_len
                     IF row_len > grid_cols THEN
                       MOVE row_len TO grid_cols
                     END-IF
                   END-IF
               END-EVALUATE
           END-READ

         END-PERFORM
       END-IF
       .

      * -------------------------------------------------------------- *

       set_pattern_behaviour SECTION.

       MOVE 0 TO match_index

       PERFORM VARYING p FROM 1 UNTIL p > pat_count

         IF FUNCTION TRIM(pat_name(p)) =
              FUNCTION TRIM(pattern_name) THEN
           MOVE p TO match_index
         END-IF

       END-PERFORM

       IF match_index = 0 THEN
         DISPLAY
           "Pattern " FUNCTION TRIM(pattern_name)
           " not found in " FUNCTION TRIM(pattern_lib_name)
           ". Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE match_index TO p
       PERFORM apply_behaviour_args

       PERFORM rewrite_library

       MOVE match_index TO p

       IF pat_unrecorded(p) THEN
         DISPLAY
           "Behaviour of pattern " FUNCTION TRIM(pattern_name)
           " cleared in " FUNCTION TRIM(pattern_lib_name) "."
       ELSE
         PERFORM build_name_line
         DISPLAY
           "Behaviour of pattern " FUNCTION TRIM(pattern_name)
           " recorded in " FUNCTION TRIM(pattern_lib_name) ": "
           FUNCTION TRIM(out_record(21:80))
       END-IF
       .

      * -------------------------------------------------------------- *

      * The candidate's cells are already centred offsets, so they are
      * taken as they stand.

       promote_candidate SECTION.

       PERFORM VARYING p FROM 1 UNTIL p > pat_count

         IF FUNCTION TRIM(pat_name(p)) =
              FUNCTION TRIM(pattern_name) THEN
           DISPLAY
             "Pattern " FUNCTION TRIM(pattern_name)
             " already exists in "
             FUNCTION TRIM(pattern_lib_name)
             "; delete it first. Aborting."
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

       END-PERFORM

       IF pat_count >= 100 THEN
         DISPLAY
           "Pattern library " FUNCTION TRIM(pattern_lib_name)
           " already holds 100 patterns. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       OPEN INPUT cand_file

       IF cand_file_status NOT = "00" THEN
         DISPLAY
           "Candidate file " FUNCTION TRIM(cand_file_name)
           " not available. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       ADD 1 TO pat_count
       MOVE pattern_name TO pat_name(pat_count)
       MOVE 0 TO pat_cells(pat_count)
       MOVE 0 TO error_count
       MOVE "N" TO cand_found
       MOVE "N" TO in_pattern
       MOVE "N" TO cand_file_eof

       PERFORM UNTIL cand_file_eof = "Y"

         READ cand_file
           AT END
             MOVE "Y" TO cand_file_eof
           NOT AT END
             EVALUATE TRUE
               WHEN cand_record = SPACES
                 IF cand_found = "Y" THEN
                   MOVE "Y" TO cand_file_eof
                 END-IF
                 MOVE "N" TO in_pattern
               WHEN in_pattern = "N"
                 MOVE "Y" TO in_pattern
                 IF FUNCTION TRIM(cand_record(1:20)) =
                      FUNCTION TRIM(candidate_name) THEN
                   MOVE "Y" TO cand_found
                 END-IF
               WHEN cand_found = "Y"
                 MOVE cand_record TO pattern_record
                 PERFORM store_coordinate_line
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
         END-READ

       END-PERFORM

       CLOSE cand_file

       IF cand_found = "N" THEN
         DISPLAY
           "Candidate " FUNCTION TRIM(candidate_name)
           " not found in " FUNCTION TRIM(cand_file_name)
           ". Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       IF error_count > 0 OR pat_cells(pat_count) = 0 THEN
         DISPLAY
           "Candidate " FUNCTION TRIM(candidate_name)
           " in " FUNCTION TRIM(cand_file_name)
           " has no usable cells. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE pat_count TO p
       PERFORM clear_behaviour
       PERFORM apply_behaviour_args

       PERFORM rewrite_library

       MOVE pat_cells(pat_count) TO ed_cells
       DISPLAY
         "Candidate " FUNCTION TRIM(candidate_name)
         " promoted to " FUNCTION TRIM(pattern_lib_name)
         " as " FUNCTION TRIM(pattern_name)
         " with " ed_cells " cells."
       .

      * -------------------------------------------------------------- *

       delete_pattern SECTION.

       PERFORM VARYING p FROM 1 UNTIL p > pat_count

         PERFORM write_name_line

         PERFORM VARYING c FROM 1 UNTIL c > pat_cells(p)
           PERFORM write_coordinate_line
       CLOSE pattern_file
       .

      * -------------------------------------------------------------- *

       write_name_line SECTION.

       PERFORM build_name_line

       MOVE out_record TO pattern_record
       WRITE pattern_record
       .

      * -------------------------------------------------------------- *

       build_name_line SECTION.

       MOVE SPACES TO out_record
       MOVE pat_name(p) TO out_record(1:20)

       IF NOT pat_unrecorded(p) THEN

         MOVE 22 TO out_pointer
         STRING "CLASS=" FUNCTION TRIM(pat_class(p))
           DELIMITED BY SIZE
           INTO out_record
           WITH POINTER out_pointer
         END-STRING

         IF pat_period(p) > 0 THEN
           MOVE pat_period(p) TO signed_value
           PERFORM format_signed_value
           STRING " PERIOD=" FUNCTION TRIM(signed_text)
             DELIMITED BY SIZE
             INTO out_record
             WITH POINTER out_pointer
           END-STRING
         END-IF

         IF pat_move_set(p) = "Y" THEN
           MOVE pat_move_dy(p) TO signed_value
           PERFORM format_signed_value
           STRING " DY=" FUNCTION TRIM(signed_text)
             DELIMITED BY SIZE
             INTO out_record
             WITH POINTER out_pointer
           END-STRING
           MOVE pat_move_dx(p) TO signed_value
           PERFORM format_signed_value
           STRING " DX=" FUNCTION TRIM(signed_text)
             DELIMITED BY SIZE
             INTO out_record
             WITH POINTER out_pointer
           END-STRING
         END-IF

         IF pat_rule(p) NOT = SPACES THEN
           STRING " RULE=" FUNCTION TRIM(pat_rule(p))
             DELIMITED BY SIZE
             INTO out_record
             WITH POINTER out_pointer
           END-STRING
         END-IF

       END-IF
       .

      * -------------------------------------------------------------- *

       write_coordinate_line SECTION.
       END-IF
       .

      * -------------------------------------------------------------- *

      * Behaviour tokens come from the name line when the library is
      * loaded and from the command line for ADD and SET; both go
      * through the same checks so the library never holds a value
      * the certification run could not act on.

       apply_behaviour_args SECTION.

       MOVE behaviour_args TO behaviour_text
       PERFORM apply_behaviour_text

       IF behaviour_ok = "Y" THEN
         PERFORM validate_behaviour
       END-IF

       IF behaviour_ok = "N" THEN
         DISPLAY
           "Pattern " FUNCTION TRIM(pattern_name) " "
           FUNCTION TRIM(behaviour_fault) ". Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF
       .

      * -------------------------------------------------------------- *

       clear_behaviour SECTION.

       MOVE SPACES TO pat_class(p)
       MOVE 0 TO pat_period(p)
       MOVE "N" TO pat_move_set(p)
       MOVE 0 TO pat_move_dy(p)
       MOVE 0 TO pat_move_dx(p)
       MOVE SPACES TO pat_rule(p)
       .

      * -------------------------------------------------------------- *

       apply_behaviour_text SECTION.

       MOVE "Y" TO behaviour_ok
       MOVE SPACES TO behaviour_fault
       MOVE 1 TO behaviour_pointer

       PERFORM UNTIL behaviour_pointer > 80

         MOVE SPACES TO control_line

         UNSTRING behaviour_text DELIMITED BY ALL SPACE
           INTO control_line
           WITH POINTER behaviour_pointer
         END-UNSTRING

         IF control_line NOT = SPACES AND behaviour_ok = "Y" THEN
           MOVE SPACES TO control_key
           MOVE SPACES TO control_value
           UNSTRING control_line DELIMITED BY "="
             INTO control_key control_value
           END-UNSTRING
           PERFORM set_behaviour_field
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       set_behaviour_field SECTION.

       EVALUATE control_key

         WHEN "CLASS"
           EVALUATE control_value
             WHEN "STILL"
             WHEN "OSCILLATOR"
             WHEN "SPACESHIP"
               MOVE control_value TO pat_class(p)
             WHEN "NONE"
               PERFORM clear_behaviour
             WHEN OTHER
               MOVE "N" TO behaviour_ok
               STRING "has unknown CLASS="
                 FUNCTION TRIM(control_value)
                 DELIMITED BY SIZE
                 INTO behaviour_fault
               END-STRING
           END-EVALUATE

         WHEN "PERIOD"
           MOVE 999 TO behaviour_limit
           PERFORM check_behaviour_number
           IF behaviour_ok = "Y" AND behaviour_value < 1 THEN
             MOVE "N" TO behaviour_ok
           END-IF
           IF behaviour_ok = "Y" THEN
             MOVE behaviour_value TO pat_period(p)
           ELSE
             STRING "has PERIOD=" FUNCTION TRIM(control_value)
               "; expected 1 to 999"
               DELIMITED BY SIZE
               INTO behaviour_fault
             END-STRING
           END-IF

         WHEN "DY"
         WHEN "DX"
           COMPUTE behaviour_limit = height_max - 1
           PERFORM check_behaviour_number
           IF behaviour_ok = "Y" THEN
             MOVE "Y" TO pat_move_set(p)
             IF control_key = "DY" THEN
               MOVE behaviour_value TO pat_move_dy(p)
             ELSE
               MOVE behaviour_value TO pat_move_dx(p)
             END-IF
           ELSE
             STRING "has " FUNCTION TRIM(control_key) "="
               FUNCTION TRIM(control_value)
               "; expected a whole number of cells"
               DELIMITED BY SIZE
               INTO behaviour_fault
             END-STRING
           END-IF

         WHEN "RULE"
           PERFORM check_rule_text
           IF behaviour_ok = "Y" THEN
             MOVE FUNCTION UPPER-CASE(control_value) TO pat_rule(p)
           ELSE
             STRING "has RULE=" FUNCTION TRIM(control_value)
               "; expected Bx/Sy"
               DELIMITED BY SIZE
               INTO behaviour_fault
             END-STRING
           END-IF

         WHEN OTHER
           MOVE "N" TO behaviour_ok
           STRING "has unknown behaviour field ["
             FUNCTION TRIM(control_line) "]"
             DELIMITED BY SIZE
             INTO behaviour_fault
           END-STRING

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       check_behaviour_number SECTION.

       MOVE "Y" TO coord_ok
       MOVE control_value TO text_trimmed

       IF control_value(12:1) NOT = SPACE THEN
         MOVE "N" TO coord_ok
       ELSE
         PERFORM check_signed_number
       END-IF

       IF coord_ok = "N" THEN
         MOVE "N" TO behaviour_ok
       ELSE
         MOVE FUNCTION NUMVAL(text_trimmed) TO behaviour_value
         IF FUNCTION ABS(behaviour_value) > behaviour_limit THEN
           MOVE "N" TO behaviour_ok
         END-IF
       END-IF
       .

      * -------------------------------------------------------------- *

      * Same shape test the engine applies to RULE=: B and S parts
      * separated by a slash, each holding neighbour counts 0-8.

       check_rule_text SECTION.

       MOVE SPACES TO rule_part_b
       MOVE SPACES TO rule_part_s

       UNSTRING control_value DELIMITED BY "/"
         INTO rule_part_b rule_part_s
       END-UNSTRING

       IF rule_part_b(1:1) NOT = "B"
         AND rule_part_b(1:1) NOT = "b" THEN
         MOVE "N" TO behaviour_ok
       END-IF

       IF rule_part_s(1:1) NOT = "S"
         AND rule_part_s(1:1) NOT = "s" THEN
         MOVE "N" TO behaviour_ok
       END-IF

       IF control_value(21:1) NOT = SPACE THEN
         MOVE "N" TO behaviour_ok
       END-IF

       PERFORM VARYING rule_pos FROM 2 UNTIL rule_pos > 10

         IF rule_part_b(rule_pos:1) NOT = SPACE
           AND (rule_part_b(rule_pos:1) < "0"
             OR rule_part_b(rule_pos:1) > "8") THEN
           MOVE "N" TO behaviour_ok
         END-IF

         IF rule_part_s(rule_pos:1) NOT = SPACE
           AND (rule_part_s(rule_pos:1) < "0"
             OR rule_part_s(rule_pos:1) > "8") THEN
           MOVE "N" TO behaviour_ok
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * A still life recurs every generation in place, an oscillator
      * recurs in place after two or more, and a spaceship recurs
      * displaced.  No cell can travel faster than one square per
      * generation, so a spaceship cannot outrun its period.

       validate_behaviour SECTION.

       MOVE "Y" TO behaviour_ok
       MOVE SPACES TO behaviour_fault

       EVALUATE TRUE

         WHEN pat_unrecorded(p)
           IF pat_period(p) > 0 OR pat_move_set(p) = "Y"
             OR pat_rule(p) NOT = SPACES THEN
             MOVE "records behaviour but no CLASS"
               TO behaviour_fault
           END-IF

         WHEN pat_period(p) = 0
           MOVE "has no PERIOD recorded" TO behaviour_fault

         WHEN pat_rule(p) = SPACES
           MOVE "has no RULE recorded" TO behaviour_fault

         WHEN pat_is_still(p) AND pat_period(p) NOT = 1
           MOVE "is a still life but PERIOD is not 1"
             TO behaviour_fault

         WHEN pat_is_oscillator(p) AND pat_period(p) < 2
           MOVE "is an oscillator but PERIOD is below 2"
             TO behaviour_fault

         WHEN NOT pat_is_spaceship(p)
           AND (pat_move_dy(p) NOT = 0 OR pat_move_dx(p) NOT = 0)
           MOVE "is not a spaceship but records a displacement"
             TO behaviour_fault

         WHEN pat_is_spaceship(p)
           AND pat_move_dy(p) = 0 AND pat_move_dx(p) = 0
           MOVE "is a spaceship but records no displacement"
             TO behaviour_fault

         WHEN pat_is_spaceship(p)
           AND (FUNCTION ABS(pat_move_dy(p)) > pat_period(p)
             OR FUNCTION ABS(pat_move_dx(p)) > pat_period(p))
           MOVE "moves faster than one cell per generation"
             TO behaviour_fault

         WHEN OTHER
           CONTINUE

       END-EVALUATE

       IF behaviour_fault NOT = SPACES THEN
         MOVE "N" TO behaviour_ok
       END-IF
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

       END PROGRAM patlib.
