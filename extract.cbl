      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. extract.

      * Analytics feed.  The runs in RUNHIST.DAT started between FROM=
      * and TO= (YYYYMMDD or YYYYMMDDHHMMSS; FROM= defaults to
      * yesterday, TO= to open-ended) are written as comma-delimited
      * files, each opening with a header row:
      *
      *   RUNSOUT=    (RUNS.CSV)   one row per run history record
      *   STATSOUT=   (STATS.CSV)  one row per STATSFILE= line, tagged
      *                            with the run ID of its segment
      *   SWEEPOUT=   (SWEEP.CSV)  one row per SWEEPFILE= result,
      *                            tagged with the rule, edge mode and
      *                            dimensions its run history records
      *
      * A stats or sweep row belongs to the range of the run that
      * wrote it, its run ID being the run's start timestamp.  The
      * control file CONTROLOUT= (EXTRACT.CTL) gives each extract's
      * row count, two hash totals and the last run ID it holds; it is
      * emptied when the extract starts and written only when every
      * file is complete.  RESTARTAFTER=<run ID> leaves out every row
      * of that run and the runs before it, so a delivery cut short
      * can be resumed from the last run the receiving side loaded
      * without sending any row twice.  Return codes: 0 extracted, 4
      * the stats or sweep dataset was not present or sweep rows had
      * no run history to tag them, 8 the run history could not be
      * read, an extract could not be written or the request is
      * unusable.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT hist_file ASSIGN TO DYNAMIC hist_file_name
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY hist_run_id
             FILE STATUS hist_file_status.

           SELECT stats_file ASSIGN TO DYNAMIC stats_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS stats_file_status.

           SELECT sweep_file ASSIGN TO DYNAMIC sweep_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS sweep_file_status.

           SELECT csv_file ASSIGN TO DYNAMIC csv_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS csv_file_status.

           SELECT control_file ASSIGN TO DYNAMIC control_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS control_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD hist_file.
       01 hist_record.
         02 hist_run_id          PIC X(16).
         02 hist_timestamp       PIC X(14).
         02 hist_user            PIC X(30).
         02 hist_height          PIC 999.
         02 hist_width           PIC 999.
         02 hist_seed            PIC 9(9).
         02 hist_rule            PIC X(20).
         02 hist_edge            PIC X(10).
         02 hist_source          PIC X(10).
         02 hist_gens            PIC 9(9).
         02 hist_reason          PIC X(10).
         02 hist_live            PIC 9(6).
         02 hist_profile         PIC X(20).
         02 hist_elapsed         PIC 9(7)V99.
         02 hist_gen_rate        PIC 9(9)V99.
         02 hist_cell_updates    PIC 9(15).

       FD stats_file.
       01 stats_record.
         02 stats_gen            PIC X(9).
         02 FILLER               PIC X.
         02 stats_live           PIC X(6).
         02 FILLER               PIC X.
         02 stats_births         PIC X(6).
         02 FILLER               PIC X.
         02 stats_deaths         PIC X(6).
         02 FILLER               PIC X(50).

       FD sweep_file.
       01 sweep_record.
         02 sweep_rec_seed       PIC X(9).
         02 FILLER               PIC X.
         02 sweep_rec_gens       PIC X(9).
         02 FILLER               PIC X.
         02 sweep_rec_live       PIC X(6).
         02 FILLER               PIC X.
         02 sweep_rec_reason     PIC X(10).
         02 FILLER               PIC X.
         02 sweep_rec_run_id     PIC X(16).

       FD csv_file.
       01 csv_record             PIC X(400).

       FD control_file.
       01 control_record         PIC X(400).

       WORKING-STORAGE SECTION.

       01 hist_file_name      PIC X(100) VALUE "RUNHIST.DAT".
       01 hist_file_status    PIC XX.
       01 hist_eof            PIC X VALUE "N".

       01 stats_file_name     PIC X(100) VALUE "STATS.DAT".
       01 stats_file_status   PIC XX.
       01 stats_eof           PIC X VALUE "N".

       01 sweep_file_name     PIC X(100) VALUE "SWEEP.DAT".
       01 sweep_file_status   PIC XX.
       01 sweep_eof           PIC X VALUE "N".

       01 csv_file_name       PIC X(100).
       01 csv_file_status     PIC XX.

       01 control_file_name   PIC X(100) VALUE "EXTRACT.CTL".
       01 control_file_status PIC XX.

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- extract range and restart point --------------------------- *

       01 from_text           PIC X(14) VALUE SPACES.
       01 to_text             PIC X(14) VALUE SPACES.
       01 from_key            PIC X(16).
       01 to_key              PIC X(16).
       01 restart_key         PIC X(16) VALUE SPACES.
       01 pad_len             PIC 99.
       01 today_date          PIC 9(8).
       01 yesterday_date      PIC 9(8).
       01 range_ok            PIC X VALUE "Y".
       01 row_run_id          PIC X(16).
       01 row_wanted          PIC X.

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).
       01 from_stamp_text     PIC X(19).
       01 to_stamp_text       PIC X(19).
       01 stamp_source        PIC X(14).
       01 stamp_text          PIC X(19).

      * ---- the three extracts ---------------------------------------- *

      * Entry 1 is the run history, 2 the stats lines and 3 the sweep
      * results; each carries its own counts for the control file.

       01 extract_table.
         02 extract_entry OCCURS 3 TIMES.
           03 ext_label         PIC X(5).
           03 ext_file_name     PIC X(100).
           03 ext_rows          PIC 9(9).
           03 ext_hash_name_1   PIC X(12).
           03 ext_hash_1        PIC 9(15).
           03 ext_hash_name_2   PIC X(12).
           03 ext_hash_2        PIC 9(15).
           03 ext_last_run_id   PIC X(16).
           03 ext_status        PIC X(20).
       01 e                   PIC 9.

       01 stats_run_id        PIC X(16) VALUE SPACES.
       01 stats_orphans       PIC 9(9) VALUE 0.
       01 sweep_undated       PIC 9(9) VALUE 0.
       01 sweep_untagged      PIC 9(9) VALUE 0.
       01 hist_found          PIC X.
       01 attention_flag      PIC X VALUE "N".

      * ---- delimited row assembly ------------------------------------ *

       01 csv_line            PIC X(400).
       01 csv_pointer         PIC 999.
       01 field_first         PIC X.
       01 field_text          PIC X(60).
       01 field_number        PIC 9(15).
       01 field_decimal       PIC 9(12)V99.
       01 ed_field_number     PIC Z(14)9.
       01 ed_field_decimal    PIC Z(11)9.99.
       01 value_number        PIC 9(15).

      * ---- edited report fields -------------------------------------- *

       01 ed_count            PIC ZZZ,ZZZ,ZZ9.
       01 ed_hash             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 report_label        PIC X(35).
       01 label_pos           PIC 99.

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       PERFORM parse_arguments

       MOVE FUNCTION CURRENT-DATE(1:14) TO report_timestamp
       MOVE report_timestamp(1:8) TO today_date
       COMPUTE yesterday_date = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(today_date) - 1)

       PERFORM build_range_keys

       IF range_ok = "N" THEN
         DISPLAY
           "Usage: extract [FROM=<yyyymmdd>] [TO=<yyyymmdd>] "
           "[RESTARTAFTER=<run id>] [HISTFILE=<file>] "
           "[STATSFILE=<file>] [SWEEPFILE=<file>] "
           "[RUNSOUT=<file>] [STATSOUT=<file>] [SWEEPOUT=<file>] "
           "[CONTROLOUT=<file>]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       OPEN OUTPUT control_file

       IF control_file_status NOT = "00" THEN
         DISPLAY
           "Control file " FUNCTION TRIM(control_file_name)
           " could not be opened for writing. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       CLOSE control_file

       OPEN INPUT hist_file

       IF hist_file_status NOT = "00" THEN
         DISPLAY
           "Run history file " FUNCTION TRIM(hist_file_name)
           " not available; nothing extracted."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM extract_runs
       PERFORM extract_stats
       PERFORM extract_sweep

       CLOSE hist_file

       PERFORM write_control_file

       PERFORM print_report

       IF attention_flag = "Y" THEN
         MOVE 4 TO RETURN-CODE
       ELSE
         MOVE 0 TO RETURN-CODE
       END-IF

       GOBACK
       .

      * -------------------------------------------------------------- *

       parse_arguments SECTION.

       MOVE "RUNS" TO ext_label(1)
       MOVE "RUNS.CSV" TO ext_file_name(1)
       MOVE "STATS" TO ext_label(2)
       MOVE "STATS.CSV" TO ext_file_name(2)
       MOVE "SWEEP" TO ext_label(3)
       MOVE "SWEEP.CSV" TO ext_file_name(3)

       ACCEPT command_line_raw FROM COMMAND-LINE

       MOVE FUNCTION TRIM(command_line_raw) TO command_line_raw
       MOVE FUNCTION LENGTH(FUNCTION TRIM(command_line_raw)) TO cmd_len
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
       .

      * -------------------------------------------------------------- *

       parse_control_line SECTION.

       MOVE SPACES TO control_key
       MOVE SPACES TO control_value

       UNSTRING control_line DELIMITED BY "="
         INTO control_key control_value
       END-UNSTRING

       EVALUATE control_key

         WHEN "FROM"
           MOVE control_value TO from_text
         WHEN "TO"
           MOVE control_value TO to_text
         WHEN "RESTARTAFTER"
           MOVE control_value TO restart_key
         WHEN "HISTFILE"
           MOVE control_value TO hist_file_name
         WHEN "STATSFILE"
           MOVE control_value TO stats_file_name
         WHEN "SWEEPFILE"
           MOVE control_value TO sweep_file_name
         WHEN "RUNSOUT"
           MOVE control_value TO ext_file_name(1)
         WHEN "STATSOUT"
           MOVE control_value TO ext_file_name(2)
         WHEN "SWEEPOUT"
           MOVE control_value TO ext_file_name(3)
         WHEN "CONTROLOUT"
           MOVE control_value TO control_file_name
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

      * Bounds are widened to full 16-byte run IDs.
      * A restart point must be a whole run ID.

       build_range_keys SECTION.

       MOVE ALL "0" TO from_key
       MOVE ALL "9" TO to_key

       IF from_text = SPACES THEN
         MOVE yesterday_date TO from_text
       END-IF

       MOVE 0 TO pad_len
       INSPECT from_text TALLYING pad_len FOR TRAILING SPACES
       COMPUTE pad_len = 14 - pad_len
       IF pad_len < 8 OR from_text(1:pad_len) IS NOT NUMERIC THEN
         MOVE "N" TO range_ok
       ELSE
         MOVE from_text(1:pad_len) TO from_key(1:pad_len)
       END-IF

       IF to_text NOT = SPACES THEN
         MOVE 0 TO pad_len
         INSPECT to_text TALLYING pad_len FOR TRAILING SPACES
         COMPUTE pad_len = 14 - pad_len
         IF pad_len < 8 OR to_text(1:pad_len) IS NOT NUMERIC THEN
           MOVE "N" TO range_ok
         ELSE
           MOVE to_text(1:pad_len) TO to_key(1:pad_len)
         END-IF
       END-IF

       IF restart_key NOT = SPACES
         AND restart_key IS NOT NUMERIC THEN
         MOVE "N" TO range_ok
       END-IF
       .

      * -------------------------------------------------------------- *

       check_row_wanted SECTION.

       MOVE "N" TO row_wanted

       IF row_run_id NOT < from_key AND row_run_id NOT > to_key THEN
         IF restart_key = SPACES OR row_run_id > restart_key THEN
           MOVE "Y" TO row_wanted
         END-IF
       END-IF
       .

      * -------------------------------------------------------------- *

       format_timestamp SECTION.

       MOVE SPACES TO stamp_text
       STRING stamp_source(1:4)
         "-" stamp_source(5:2)
         "-" stamp_source(7:2)
         " " stamp_source(9:2)
         ":" stamp_source(11:2)
         ":" stamp_source(13:2)
         DELIMITED BY SIZE
         INTO stamp_text
       END-STRING
       .

      * -------------------------------------------------------------- *

       open_extract SECTION.

       MOVE ext_file_name(e) TO csv_file_name
       MOVE 0 TO ext_rows(e)
       MOVE 0 TO ext_hash_1(e)
       MOVE 0 TO ext_hash_2(e)
       MOVE SPACES TO ext_last_run_id(e)
       MOVE "COMPLETE" TO ext_status(e)

       OPEN OUTPUT csv_file

       IF csv_file_status NOT = "00" THEN
         DISPLAY
           "Extract file " FUNCTION TRIM(csv_file_name)
           " could not be opened for writing. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE csv_line TO csv_record
       WRITE csv_record
       .

      * -------------------------------------------------------------- *

       write_extract_row SECTION.

       MOVE csv_line TO csv_record
       WRITE csv_record

       ADD 1 TO ext_rows(e)

       IF row_run_id > ext_last_run_id(e)
         OR ext_last_run_id(e) = SPACES THEN
         MOVE row_run_id TO ext_last_run_id(e)
       END-IF
       .

      * -------------------------------------------------------------- *

       extract_runs SECTION.

       MOVE 1 TO e
       MOVE "generations" TO ext_hash_name_1(e)
       MOVE "final_live" TO ext_hash_name_2(e)

       MOVE SPACES TO csv_line
       STRING "run_id,started,user,height,width,seed,rule,edge,"
         "source,generations,stop_reason,final_live,profile,"
         "elapsed_secs,gens_per_sec,cell_updates"
         DELIMITED BY SIZE
         INTO csv_line
       END-STRING

       PERFORM open_extract

       MOVE from_key TO hist_run_id

       START hist_file KEY NOT < hist_run_id
         INVALID KEY
           MOVE "Y" TO hist_eof
       END-START

       PERFORM UNTIL hist_eof = "Y"

         READ hist_file NEXT
           AT END
             MOVE "Y" TO hist_eof
           NOT AT END
             IF hist_run_id > to_key THEN
               MOVE "Y" TO hist_eof
             ELSE
               MOVE hist_run_id TO row_run_id
               PERFORM check_row_wanted
               IF row_wanted = "Y" THEN
                 PERFORM extract_one_run
               END-IF
             END-IF
         END-READ

       END-PERFORM

       CLOSE csv_file
       .

      * -------------------------------------------------------------- *

       extract_one_run SECTION.

       MOVE SPACES TO csv_line
       MOVE 1 TO csv_pointer
       MOVE "Y" TO field_first

       MOVE hist_run_id TO field_text
       PERFORM append_text_field

       MOVE hist_timestamp TO stamp_source
       PERFORM format_timestamp
       MOVE stamp_text TO field_text
       PERFORM append_text_field

       MOVE hist_user TO field_text
       PERFORM append_text_field

       MOVE hist_height TO field_number
       PERFORM append_number_field

       MOVE hist_width TO field_number
       PERFORM append_number_field

       MOVE hist_seed TO field_number
       PERFORM append_number_field

       MOVE hist_rule TO field_text
       PERFORM append_text_field

       MOVE hist_edge TO field_text
       PERFORM append_text_field

       MOVE hist_source TO field_text
       PERFORM append_text_field

       MOVE hist_gens TO field_number
       PERFORM append_number_field

       MOVE hist_reason TO field_text
       PERFORM append_text_field

       MOVE hist_live TO field_number
       PERFORM append_number_field

       MOVE hist_profile TO field_text
       PERFORM append_text_field

       MOVE hist_elapsed TO field_decimal
       PERFORM append_decimal_field

       MOVE hist_gen_rate TO field_decimal
       PERFORM append_decimal_field

       MOVE hist_cell_updates TO field_number
       PERFORM append_number_field

       PERFORM write_extract_row

       ADD hist_gens TO ext_hash_1(e)
       ADD hist_live TO ext_hash_2(e)
       .

      * -------------------------------------------------------------- *

      * Each run's stats segment opens with the *HDR record naming its
      * run; a checkpoint resume appends a further segment under the
      * new run's ID.

       extract_stats SECTION.

       MOVE 2 TO e
       MOVE "generation" TO ext_hash_name_1(e)
       MOVE "live" TO ext_hash_name_2(e)

       MOVE SPACES TO csv_line
       STRING "run_id,generation,live,births,deaths"
         DELIMITED BY SIZE
         INTO csv_line
       END-STRING

       PERFORM open_extract

       OPEN INPUT stats_file

       IF stats_file_status NOT = "00" THEN
         MOVE "SOURCE NOT PRESENT" TO ext_status(e)
         MOVE "Y" TO attention_flag
         CLOSE csv_file
         EXIT SECTION
       END-IF

       MOVE SPACES TO stats_run_id

       PERFORM UNTIL stats_eof = "Y"

         READ stats_file
           AT END
             MOVE "Y" TO stats_eof
           NOT AT END
             EVALUATE TRUE
               WHEN stats_record(1:4) = "*HDR"
                 MOVE stats_record(6:16) TO stats_run_id
               WHEN stats_record(1:4) = "*TRL"
                 MOVE SPACES TO stats_run_id
               WHEN stats_record = SPACES
                 CONTINUE
               WHEN stats_run_id = SPACES
                 ADD 1 TO stats_orphans
               WHEN OTHER
                 MOVE stats_run_id TO row_run_id
                 PERFORM check_row_wanted
                 IF row_wanted = "Y" THEN
                   PERFORM extract_one_stats_line
                 END-IF
             END-EVALUATE
         END-READ

       END-PERFORM

       CLOSE stats_file
       CLOSE csv_file
       .

      * -------------------------------------------------------------- *

       extract_one_stats_line SECTION.

       MOVE SPACES TO csv_line
       MOVE 1 TO csv_pointer
       MOVE "Y" TO field_first

       MOVE row_run_id TO field_text
       PERFORM append_text_field

       MOVE FUNCTION NUMVAL(stats_gen) TO field_number
       PERFORM append_number_field
       ADD field_number TO ext_hash_1(e)

       MOVE FUNCTION NUMVAL(stats_live) TO field_number
       PERFORM append_number_field
       ADD field_number TO ext_hash_2(e)

       MOVE FUNCTION NUMVAL(stats_births) TO field_number
       PERFORM append_number_field

       MOVE FUNCTION NUMVAL(stats_deaths) TO field_number
       PERFORM append_number_field

       PERFORM write_extract_row
       .

      * -------------------------------------------------------------- *

      * A sweep line written before result lines carried their run ID
      * cannot be dated, and is left out and counted.

       extract_sweep SECTION.

       MOVE 3 TO e
       MOVE "seed" TO ext_hash_name_1(e)
       MOVE "generations" TO ext_hash_name_2(e)

       MOVE SPACES TO csv_line
       STRING "run_id,started,seed,generations,final_live,"
         "stop_reason,rule,edge,height,width"
         DELIMITED BY SIZE
         INTO csv_line
       END-STRING

       PERFORM open_extract

       OPEN INPUT sweep_file

       IF sweep_file_status NOT = "00" THEN
         MOVE "SOURCE NOT PRESENT" TO ext_status(e)
         MOVE "Y" TO attention_flag
         CLOSE csv_file
         EXIT SECTION
       END-IF

       PERFORM UNTIL sweep_eof = "Y"

         READ sweep_file
           AT END
             MOVE "Y" TO sweep_eof
           NOT AT END
             IF sweep_record NOT = SPACES THEN
               IF sweep_rec_run_id = SPACES THEN
                 ADD 1 TO sweep_undated
               ELSE
                 MOVE sweep_rec_run_id TO row_run_id
                 PERFORM check_row_wanted
                 IF row_wanted = "Y" THEN
                   PERFORM extract_one_sweep_line
                 END-IF
               END-IF
             END-IF
         END-READ

       END-PERFORM

       CLOSE sweep_file
       CLOSE csv_file
       .

      * -------------------------------------------------------------- *

       extract_one_sweep_line SECTION.

       MOVE row_run_id TO hist_run_id

       READ hist_file KEY IS hist_run_id
         INVALID KEY
           MOVE "N" TO hist_found
         NOT INVALID KEY
           MOVE "Y" TO hist_found
       END-READ

       IF hist_found = "N" THEN
         ADD 1 TO sweep_untagged
         MOVE "Y" TO attention_flag
       END-IF

       MOVE SPACES TO csv_line
       MOVE 1 TO csv_pointer
       MOVE "Y" TO field_first

       MOVE row_run_id TO field_text
       PERFORM append_text_field

       MOVE row_run_id(1:14) TO stamp_source
       PERFORM format_timestamp
       MOVE stamp_text TO field_text
       PERFORM append_text_field

       MOVE FUNCTION NUMVAL(sweep_rec_seed) TO field_number
       PERFORM append_number_field
       ADD field_number TO ext_hash_1(e)

       MOVE FUNCTION NUMVAL(sweep_rec_gens) TO field_number
       PERFORM append_number_field
       ADD field_number TO ext_hash_2(e)

       MOVE FUNCTION NUMVAL(sweep_rec_live) TO field_number
       PERFORM append_number_field

       MOVE sweep_rec_reason TO field_text
       PERFORM append_text_field

       IF hist_found = "Y" THEN
         MOVE hist_rule TO field_text
         PERFORM append_text_field
         MOVE hist_edge TO field_text
         PERFORM append_text_field
         MOVE hist_height TO field_number
         PERFORM append_number_field
         MOVE hist_width TO field_number
         PERFORM append_number_field
       ELSE
         MOVE SPACES TO field_text
         PERFORM append_text_field
         PERFORM append_text_field
         PERFORM append_empty_field
         PERFORM append_empty_field
       END-IF

       PERFORM write_extract_row
       .

      * -------------------------------------------------------------- *

      * Text is trimmed and quoted; a double quote inside it becomes a
      * single quote so the field cannot break the row.

       append_text_field SECTION.

       PERFORM append_separator

       INSPECT field_text REPLACING ALL '"' BY "'"

       IF field_text = SPACES THEN
         STRING '""'
           DELIMITED BY SIZE
           INTO csv_line
           WITH POINTER csv_pointer
         END-STRING
       ELSE
         STRING '"' FUNCTION TRIM(field_text) '"'
           DELIMITED BY SIZE
           INTO csv_line
           WITH POINTER csv_pointer
         END-STRING
       END-IF
       .

      * -------------------------------------------------------------- *

       append_number_field SECTION.

       PERFORM append_separator

       MOVE field_number TO ed_field_number

       STRING FUNCTION TRIM(ed_field_number)
         DELIMITED BY SIZE
         INTO csv_line
         WITH POINTER csv_pointer
       END-STRING
       .

      * -------------------------------------------------------------- *

       append_decimal_field SECTION.

       PERFORM append_separator

       MOVE field_decimal TO ed_field_decimal

       STRING FUNCTION TRIM(ed_field_decimal)
         DELIMITED BY SIZE
         INTO csv_line
         WITH POINTER csv_pointer
       END-STRING
       .

      * -------------------------------------------------------------- *

       append_empty_field SECTION.

       PERFORM append_separator
       .

      * -------------------------------------------------------------- *

       append_separator SECTION.

       IF field_first = "Y" THEN
         MOVE "N" TO field_first
       ELSE
         STRING ","
           DELIMITED BY SIZE
           INTO csv_line
           WITH POINTER csv_pointer
         END-STRING
       END-IF
       .

      * -------------------------------------------------------------- *

       write_control_file SECTION.

       OPEN OUTPUT control_file

       IF control_file_status NOT = "00" THEN
         DISPLAY
           "Control file " FUNCTION TRIM(control_file_name)
           " could not be opened for writing. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE SPACES TO control_record
       STRING "extract,file,rows,hash_column_1,hash_total_1,"
         "hash_column_2,hash_total_2,range_from,range_to,"
         "restart_after,last_run_id,status"
         DELIMITED BY SIZE
         INTO control_record
       END-STRING
       WRITE control_record

       PERFORM VARYING e FROM 1 UNTIL e > 3
         PERFORM write_control_line
       END-PERFORM

       CLOSE control_file
       .

      * -------------------------------------------------------------- *

       write_control_line SECTION.

       MOVE SPACES TO csv_line
       MOVE 1 TO csv_pointer
       MOVE "Y" TO field_first

       MOVE ext_label(e) TO field_text
       PERFORM append_text_field

       MOVE ext_file_name(e) TO field_text
       PERFORM append_text_field

       MOVE ext_rows(e) TO field_number
       PERFORM append_number_field

       MOVE ext_hash_name_1(e) TO field_text
       PERFORM append_text_field

       MOVE ext_hash_1(e) TO field_number
       PERFORM append_number_field

       MOVE ext_hash_name_2(e) TO field_text
       PERFORM append_text_field

       MOVE ext_hash_2(e) TO field_number
       PERFORM append_number_field

       MOVE from_key TO field_text
       PERFORM append_text_field

       IF to_text = SPACES THEN
         MOVE SPACES TO field_text
       ELSE
         MOVE to_key TO field_text
       END-IF
       PERFORM append_text_field

       MOVE restart_key TO field_text
       PERFORM append_text_field

       MOVE ext_last_run_id(e) TO field_text
       PERFORM append_text_field

       MOVE ext_status(e) TO field_text
       PERFORM append_text_field

       MOVE csv_line TO control_record
       WRITE control_record
       .

      * -------------------------------------------------------------- *

       print_report SECTION.

       MOVE report_timestamp TO stamp_source
       PERFORM format_timestamp
       MOVE stamp_text TO report_stamp_text

       MOVE from_key(1:14) TO stamp_source
       PERFORM format_timestamp
       MOVE stamp_text TO from_stamp_text

       IF to_text = SPACES THEN
         MOVE "(OPEN)" TO to_stamp_text
       ELSE
         MOVE to_key(1:14) TO stamp_source
         IF stamp_source(9:6) = "999999" THEN
           MOVE "235959" TO stamp_source(9:6)
         END-IF
         PERFORM format_timestamp
         MOVE stamp_text TO to_stamp_text
       END-IF

       DISPLAY " "
       DISPLAY
         "GAME OF LIFE - ANALYTICS EXTRACT"
         "                             " report_stamp_text
       DISPLAY
         "RUNS STARTED FROM  . . . . . . . . :  " from_stamp_text
       DISPLAY
         "RUNS STARTED UP TO . . . . . . . . :  " to_stamp_text
       IF restart_key = SPACES THEN
         DISPLAY "RESTARTING AFTER RUN . . . . . . . :  (NONE)"
       ELSE
         DISPLAY
           "RESTARTING AFTER RUN . . . . . . . :  " restart_key
       END-IF
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       PERFORM VARYING e FROM 1 UNTIL e > 3
         PERFORM print_extract_totals
       END-PERFORM

       IF stats_orphans > 0 THEN
         MOVE stats_orphans TO ed_count
         DISPLAY
           "STATS LINES OUTSIDE A RUN SEGMENT  :  " ed_count
       END-IF

       IF sweep_undated > 0 THEN
         MOVE sweep_undated TO ed_count
         DISPLAY
           "SWEEP LINES WITHOUT A RUN ID . . . :  " ed_count
       END-IF

       IF sweep_untagged > 0 THEN
         MOVE sweep_untagged TO ed_count
         DISPLAY
           "SWEEP ROWS WITH NO RUN HISTORY . . :  " ed_count
       END-IF

       DISPLAY
         "CONTROL FILE . . . . . . . . . . . :  "
         FUNCTION TRIM(control_file_name)
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "END OF REPORT"
       DISPLAY " "
       .

      * -------------------------------------------------------------- *

       print_extract_totals SECTION.

       MOVE SPACES TO report_label
       STRING FUNCTION TRIM(ext_label(e)) " EXTRACT "
         DELIMITED BY SIZE
         INTO report_label
       END-STRING
       PERFORM pad_report_label
       DISPLAY report_label ":  " FUNCTION TRIM(ext_file_name(e))

       IF ext_status(e) NOT = "COMPLETE" THEN
         DISPLAY
           "  " FUNCTION TRIM(ext_status(e))
           " (HEADER ROW ONLY)"
       END-IF

       MOVE ext_rows(e) TO ed_count
       DISPLAY "  ROWS . . . . . . . . . . . . . . :  " ed_count

       MOVE SPACES TO report_label
       STRING "  HASH TOTAL OF " FUNCTION TRIM(ext_hash_name_1(e)) " "
         DELIMITED BY SIZE
         INTO report_label
       END-STRING
       PERFORM pad_report_label
       MOVE ext_hash_1(e) TO ed_hash
       DISPLAY report_label ":  " ed_hash

       MOVE SPACES TO report_label
       STRING "  HASH TOTAL OF " FUNCTION TRIM(ext_hash_name_2(e)) " "
         DELIMITED BY SIZE
         INTO report_label
       END-STRING
       PERFORM pad_report_label
       MOVE ext_hash_2(e) TO ed_hash
       DISPLAY report_label ":  " ed_hash

       IF ext_last_run_id(e) NOT = SPACES THEN
         DISPLAY
           "  LAST RUN ID  . . . . . . . . . . :  " ext_last_run_id(e)
       END-IF

       DISPLAY " "
       .

      * -------------------------------------------------------------- *

      * Dot leaders run out to column 34, alternating with spaces so
      * they line up with the fixed labels above and below.

       pad_report_label SECTION.

       MOVE 0 TO pad_len
       INSPECT report_label TALLYING pad_len FOR TRAILING SPACES
       COMPUTE label_pos = 35 - pad_len + 2

       PERFORM VARYING label_pos FROM label_pos BY 1
         UNTIL label_pos > 34
         IF FUNCTION MOD(label_pos, 2) = 0 THEN
           MOVE "." TO report_label(label_pos:1)
         END-IF
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       END PROGRAM extract.
