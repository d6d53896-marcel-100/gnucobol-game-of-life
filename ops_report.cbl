      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. ops_report.

      * Morning operations summary of the batch window.  The runs in
      * RUNHIST.DAT started between FROM= and TO= (YYYYMMDD or
      * YYYYMMDDHHMMSS; FROM= defaults to yesterday, TO= to open-ended)
      * are counted by stop reason, by user and by rule.  The current
      * state of RUNQUEUE.DAT, the population alert breaches in
      * EXCEPTIONS.DAT and the unmatched START/END lines in AUDIT.LOG
      * for the same range are brought into the same report, and every
      * item an operator has to act on is repeated in a closing
      * follow-up section.  Return codes: 0 nothing needs attention,
      * 4 follow-up items are listed, 8 the run history could not be
      * read or the request is unusable.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT hist_file ASSIGN TO DYNAMIC hist_file_name
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY hist_run_id
             FILE STATUS hist_file_status.

           SELECT queue_file ASSIGN TO DYNAMIC queue_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS queue_file_status.

           SELECT except_file ASSIGN TO DYNAMIC except_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS except_file_status.

           SELECT audit_file ASSIGN TO DYNAMIC audit_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS audit_file_status.

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

       FD queue_file.
       01 queue_record.
         02 queue_rec_status     PIC X(8).
         02 FILLER               PIC X.
         02 queue_rec_reason     PIC X(10).
         02 FILLER               PIC X.
         02 queue_rec_rc         PIC X(3).
         02 FILLER               PIC X.
         02 queue_rec_settings   PIC X(176).

       FD except_file.
       01 except_record.
         02 exc_rec_ts           PIC X(14).
         02 FILLER               PIC X.
         02 exc_rec_gen          PIC X(9).
         02 FILLER               PIC X.
         02 exc_rec_live         PIC X(6).
         02 FILLER               PIC X.
         02 exc_rec_threshold    PIC X(6).
         02 FILLER               PIC X.
         02 exc_rec_breach       PIC X(10).

       FD audit_file.
       01 audit_record           PIC X(250).

       WORKING-STORAGE SECTION.

       01 hist_file_name      PIC X(100) VALUE "RUNHIST.DAT".
       01 hist_file_status    PIC XX.
       01 hist_eof            PIC X VALUE "N".

       01 queue_file_name     PIC X(100) VALUE "RUNQUEUE.DAT".
       01 queue_file_status   PIC XX.
       01 queue_eof           PIC X VALUE "N".

       01 except_file_name    PIC X(100) VALUE "EXCEPTIONS.DAT".
       01 except_file_status  PIC XX.
       01 except_eof          PIC X VALUE "N".

       01 audit_file_name     PIC X(100) VALUE "AUDIT.LOG".
       01 audit_file_status   PIC XX.
       01 audit_eof           PIC X VALUE "N".

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- reporting range ------------------------------------------- *

       01 from_text           PIC X(14) VALUE SPACES.
       01 to_text             PIC X(14) VALUE SPACES.
       01 from_key            PIC X(16).
       01 to_key              PIC X(16).
       01 pad_len             PIC 99.
       01 today_date          PIC 9(8).
       01 yesterday_date      PIC 9(8).
       01 range_ok            PIC X VALUE "Y".

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).
       01 from_stamp_text     PIC X(19).
       01 to_stamp_text       PIC X(19).
       01 stamp_source        PIC X(14).
       01 stamp_text          PIC X(19).

      * ---- runs by stop reason, user and rule ------------------------ *

       01 run_count           PIC 9(6) VALUE 0.
       01 gens_total          PIC 9(12) VALUE 0.

       01 reason_table.
         02 reason_entry OCCURS 7 TIMES.
           03 reason_label      PIC X(10).
           03 reason_runs       PIC 9(6).
       01 r                   PIC 9.

       01 user_table.
         02 user_entry OCCURS 100 TIMES.
           03 user_name         PIC X(30).
           03 user_runs         PIC 9(6).
           03 user_gens         PIC 9(12).
       01 user_count          PIC 999 VALUE 0.
       01 user_overflow_runs  PIC 9(6) VALUE 0.

       01 rule_table.
         02 rule_entry OCCURS 50 TIMES.
           03 rule_name         PIC X(20).
           03 rule_runs         PIC 9(6).
       01 rule_count          PIC 99 VALUE 0.
       01 rule_overflow_runs  PIC 9(6) VALUE 0.

       01 t                   PIC 999.
       01 found_slot          PIC 999.

      * ---- run queue ------------------------------------------------- *

       01 queue_entry_no      PIC 999 VALUE 0.
       01 queue_done_count    PIC 999 VALUE 0.
       01 queue_failed_count  PIC 999 VALUE 0.
       01 queue_pending_count PIC 999 VALUE 0.

      * ---- population alert breaches --------------------------------- *

       01 breach_count        PIC 9(6) VALUE 0.

      * ---- audit START/END pairing ----------------------------------- *

       01 pending_start       PIC X VALUE "N".
       01 pending_ts          PIC X(14).
       01 pending_run_id      PIC X(16).
       01 line_ts             PIC X(14).
       01 run_id_lead         PIC X(250).
       01 run_id_rest         PIC X(250).
       01 unmatched_count     PIC 9(6) VALUE 0.

      * ---- operator follow-up items ---------------------------------- *

       01 follow_table.
         02 follow_text OCCURS 200 TIMES PIC X(80).
       01 follow_count        PIC 9(6) VALUE 0.
       01 follow_line         PIC X(80).

      * ---- edited report fields -------------------------------------- *

       01 ed_count            PIC ZZZ,ZZ9.
       01 ed_count_2          PIC ZZZ,ZZ9.
       01 ed_count_3          PIC ZZZ,ZZ9.
       01 ed_gens             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 ed_entry            PIC ZZ9.
       01 ed_item             PIC ZZ9.

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
           "Usage: ops_report [FROM=<yyyymmdd>] [TO=<yyyymmdd>] "
           "[HISTFILE=<file>] [QUEUEFILE=<file>] "
           "[EXCEPTFILE=<file>] [AUDITFILE=<file>]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       OPEN INPUT hist_file

       IF hist_file_status NOT = "00" THEN
         DISPLAY
           "Run history file " FUNCTION TRIM(hist_file_name)
           " not available; no operations summary possible."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       PERFORM print_report_heading

       PERFORM summarise_runs
       CLOSE hist_file

       PERFORM summarise_queue
       PERFORM summarise_breaches
       PERFORM summarise_audit_log

       PERFORM print_follow_up

       IF follow_count > 0 THEN
         MOVE 4 TO RETURN-CODE
       END-IF

       GOBACK
       .

      * -------------------------------------------------------------- *

       parse_arguments SECTION.

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
         WHEN "HISTFILE"
           MOVE control_value TO hist_file_name
         WHEN "QUEUEFILE"
           MOVE control_value TO queue_file_name
         WHEN "EXCEPTFILE"
           MOVE control_value TO except_file_name
         WHEN "AUDITFILE"
           MOVE control_value TO audit_file_name
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

      * Bounds are widened to full 16-byte run IDs, as runinq does, so
      * that START and the end-of-range test compare whole keys; the
      * first 14 bytes serve as the timestamp range for the audit and
      * exception lines.

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

       add_follow_up SECTION.

       ADD 1 TO follow_count

       IF follow_count <= 200 THEN
         MOVE follow_line TO follow_text(follow_count)
       END-IF
       .

      * -------------------------------------------------------------- *

       print_report_heading SECTION.

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
         "GAME OF LIFE - DAILY OPERATIONS SUMMARY"
         "                 " report_stamp_text
       DISPLAY
         "RUNS STARTED FROM  . . . . . . . . :  " from_stamp_text
       DISPLAY
         "RUNS STARTED UP TO . . . . . . . . :  " to_stamp_text
       .

      * -------------------------------------------------------------- *

       summarise_runs SECTION.

       MOVE "GENLIMIT" TO reason_label(1)
       MOVE "STALL" TO reason_label(2)
       MOVE "TIMELIMIT" TO reason_label(3)
       MOVE "ALERTMIN" TO reason_label(4)
       MOVE "ALERTMAX" TO reason_label(5)
       MOVE "USERQUIT" TO reason_label(6)
       MOVE "OTHER" TO reason_label(7)

       PERFORM VARYING r FROM 1 UNTIL r > 7
         MOVE 0 TO reason_runs(r)
       END-PERFORM

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
             EVALUATE TRUE
               WHEN hist_run_id > to_key
                 MOVE "Y" TO hist_eof
               WHEN hist_run_id < from_key
                 CONTINUE
               WHEN OTHER
                 PERFORM tally_one_run
             END-EVALUATE
         END-READ

       END-PERFORM

       PERFORM print_run_summary
       .

      * -------------------------------------------------------------- *

       tally_one_run SECTION.

       ADD 1 TO run_count
       ADD hist_gens TO gens_total

       EVALUATE hist_reason
         WHEN "GENLIMIT"
           ADD 1 TO reason_runs(1)
         WHEN "STALL"
           ADD 1 TO reason_runs(2)
         WHEN "TIMELIMIT"
           ADD 1 TO reason_runs(3)
         WHEN "ALERTMIN"
           ADD 1 TO reason_runs(4)
         WHEN "ALERTMAX"
           ADD 1 TO reason_runs(5)
         WHEN "USERQUIT"
           ADD 1 TO reason_runs(6)
         WHEN OTHER
           ADD 1 TO reason_runs(7)
       END-EVALUATE

      * A run stopped by its time limit left a checkpoint that the
      * next window has to resume.
       IF hist_reason = "TIMELIMIT" THEN
         MOVE SPACES TO follow_line
         STRING "TIMELIMIT  RUN " hist_run_id
           " HIT ITS TIME LIMIT; RESUME FROM CHECKPOINT"
           DELIMITED BY SIZE
           INTO follow_line
         END-STRING
         PERFORM add_follow_up
       END-IF

       MOVE 0 TO found_slot
       PERFORM VARYING t FROM 1 UNTIL t > user_count
         OR found_slot > 0
         IF user_name(t) = hist_user THEN
           MOVE t TO found_slot
         END-IF
       END-PERFORM

       IF found_slot = 0 AND user_count < 100 THEN
         ADD 1 TO user_count
         MOVE user_count TO found_slot
         MOVE hist_user TO user_name(found_slot)
         MOVE 0 TO user_runs(found_slot)
         MOVE 0 TO user_gens(found_slot)
       END-IF

       IF found_slot = 0 THEN
         ADD 1 TO user_overflow_runs
       ELSE
         ADD 1 TO user_runs(found_slot)
         ADD hist_gens TO user_gens(found_slot)
       END-IF

       MOVE 0 TO found_slot
       PERFORM VARYING t FROM 1 UNTIL t > rule_count
         OR found_slot > 0
         IF rule_name(t) = hist_rule THEN
           MOVE t TO found_slot
         END-IF
       END-PERFORM

       IF found_slot = 0 AND rule_count < 50 THEN
         ADD 1 TO rule_count
         MOVE rule_count TO found_slot
         MOVE hist_rule TO rule_name(found_slot)
         MOVE 0 TO rule_runs(found_slot)
       END-IF

       IF found_slot = 0 THEN
         ADD 1 TO rule_overflow_runs
       ELSE
         ADD 1 TO rule_runs(found_slot)
       END-IF
       .

      * -------------------------------------------------------------- *

       print_run_summary SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       MOVE run_count TO ed_count
       DISPLAY "RUNS IN RANGE  . . . . . . . . . . :  " ed_count

       MOVE gens_total TO ed_gens
       DISPLAY "GENERATIONS COMPUTED . . . . . . . :  " ed_gens

       DISPLAY " "
       DISPLAY "RUNS BY STOP REASON"
       PERFORM VARYING r FROM 1 UNTIL r > 7
         IF r < 7 OR reason_runs(r) > 0 THEN
           MOVE reason_runs(r) TO ed_count
           DISPLAY "  " reason_label(r) "  " ed_count
         END-IF
       END-PERFORM

       DISPLAY " "
       DISPLAY
         "RUNS BY USER                         RUNS"
         "      GENERATIONS"
       PERFORM VARYING t FROM 1 UNTIL t > user_count
         MOVE user_runs(t) TO ed_count
         MOVE user_gens(t) TO ed_gens
         DISPLAY "  " user_name(t) " " ed_count ed_gens
       END-PERFORM
       IF user_overflow_runs > 0 THEN
         MOVE user_overflow_runs TO ed_count
         DISPLAY "  (MORE THAN 100 USERS)          " ed_count
       END-IF

       DISPLAY " "
       DISPLAY "RUNS BY RULE                 RUNS"
       PERFORM VARYING t FROM 1 UNTIL t > rule_count
         MOVE rule_runs(t) TO ed_count
         DISPLAY "  " rule_name(t) "  " ed_count
       END-PERFORM
       IF rule_overflow_runs > 0 THEN
         MOVE rule_overflow_runs TO ed_count
         DISPLAY "  (MORE THAN 50 RULES)  " ed_count
       END-IF
       .

      * -------------------------------------------------------------- *

      * The queue carries no dates; its state is reported as it stands
      * this morning, with the same DONE / FAILED / pending reading
      * that runqueue applies to it.

       summarise_queue SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "RUN QUEUE " FUNCTION TRIM(queue_file_name)

       OPEN INPUT queue_file

       IF queue_file_status NOT = "00" THEN
         DISPLAY "  NOT PRESENT"
         EXIT SECTION
       END-IF

       PERFORM UNTIL queue_eof = "Y"

         READ queue_file
           AT END
             MOVE "Y" TO queue_eof
           NOT AT END
             IF queue_record NOT = SPACES THEN
               PERFORM classify_queue_entry
             END-IF
         END-READ

       END-PERFORM

       CLOSE queue_file

       MOVE queue_done_count TO ed_count
       MOVE queue_failed_count TO ed_count_2
       MOVE queue_pending_count TO ed_count_3
       DISPLAY "  DONE . . . . . . . . . . . . . . :  " ed_count
       DISPLAY "  FAILED . . . . . . . . . . . . . :  " ed_count_2
       DISPLAY "  STILL PENDING  . . . . . . . . . :  " ed_count_3
       .

      * -------------------------------------------------------------- *

       classify_queue_entry SECTION.

       ADD 1 TO queue_entry_no
       MOVE queue_entry_no TO ed_entry

       EVALUATE queue_rec_status

         WHEN "DONE"
           ADD 1 TO queue_done_count

         WHEN "FAILED"
           ADD 1 TO queue_failed_count
           DISPLAY
             "  ENTRY " ed_entry " FAILED rc=" queue_rec_rc
             " reason=" queue_rec_reason
             " " queue_rec_settings(1:30)
           MOVE SPACES TO follow_line
           STRING "QUEUE      ENTRY " ed_entry
             " FAILED WITH RC " queue_rec_rc
             " REASON " queue_rec_reason
             DELIMITED BY SIZE
             INTO follow_line
           END-STRING
           PERFORM add_follow_up

         WHEN OTHER
           ADD 1 TO queue_pending_count
           DISPLAY
             "  ENTRY " ed_entry " PENDING"
             "                     " queue_rec_settings(1:30)
           MOVE SPACES TO follow_line
           STRING "QUEUE      ENTRY " ed_entry
             " IS STILL PENDING; THE WINDOW DID NOT REACH IT"
             DELIMITED BY SIZE
             INTO follow_line
           END-STRING
           PERFORM add_follow_up

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

      * Exception records carry the breaching run's start timestamp,
      * which is also the leading part of its run ID.

       summarise_breaches SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY
         "POPULATION ALERT BREACHES " FUNCTION TRIM(except_file_name)

       OPEN INPUT except_file

       IF except_file_status NOT = "00" THEN
         DISPLAY "  NOT PRESENT"
         EXIT SECTION
       END-IF

       PERFORM UNTIL except_eof = "Y"

         READ except_file
           AT END
             MOVE "Y" TO except_eof
           NOT AT END
             IF exc_rec_ts IS NUMERIC
               AND exc_rec_ts NOT < from_key(1:14)
               AND exc_rec_ts NOT > to_key(1:14) THEN
               PERFORM report_one_breach
             END-IF
         END-READ

       END-PERFORM

       CLOSE except_file

       MOVE breach_count TO ed_count
       DISPLAY "  BREACHES IN RANGE  . . . . . . . :  " ed_count
       .

      * -------------------------------------------------------------- *

       report_one_breach SECTION.

       ADD 1 TO breach_count

       MOVE exc_rec_ts TO stamp_source
       PERFORM format_timestamp

       DISPLAY
         "  " exc_rec_breach " " stamp_text
         " GEN " exc_rec_gen " LIVE " exc_rec_live
         " LIMIT " exc_rec_threshold

       MOVE SPACES TO follow_line
       STRING exc_rec_breach " RUN STARTED " stamp_text
         " LIVE " exc_rec_live " BREACHED LIMIT " exc_rec_threshold
         DELIMITED BY SIZE
         INTO follow_line
       END-STRING
       PERFORM add_follow_up
       .

      * -------------------------------------------------------------- *

      * The pairing follows reconcile: a START must be followed by its
      * END before the next START.  Only lines whose timestamp falls in
      * the range are reported.  A START still open at the end of the
      * log is either an interrupted run or one still in progress.

       summarise_audit_log SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY
         "UNMATCHED AUDIT LINES " FUNCTION TRIM(audit_file_name)

       OPEN INPUT audit_file

       IF audit_file_status NOT = "00" THEN
         DISPLAY "  NOT PRESENT"
         EXIT SECTION
       END-IF

       PERFORM UNTIL audit_eof = "Y"

         READ audit_file
           AT END
             MOVE "Y" TO audit_eof
           NOT AT END
             PERFORM pair_audit_line
         END-READ

       END-PERFORM

       CLOSE audit_file

       IF pending_start = "Y" THEN
         PERFORM report_open_start
       END-IF

       MOVE unmatched_count TO ed_count
       DISPLAY "  UNMATCHED IN RANGE . . . . . . . :  " ed_count
       .

      * -------------------------------------------------------------- *

       pair_audit_line SECTION.

       EVALUATE TRUE

         WHEN audit_record(1:9) = "RUN START"

           IF pending_start = "Y" THEN
             PERFORM report_open_start
           END-IF

           MOVE "Y" TO pending_start
           MOVE audit_record(14:14) TO pending_ts

           MOVE SPACES TO pending_run_id
           MOVE SPACES TO run_id_rest
           UNSTRING audit_record DELIMITED BY " run="
             INTO run_id_lead run_id_rest
           END-UNSTRING
           MOVE run_id_rest(1:16) TO pending_run_id

         WHEN audit_record(1:7) = "RUN END"

           IF pending_start = "N" THEN
             MOVE audit_record(14:14) TO line_ts
             IF line_ts NOT < from_key(1:14)
               AND line_ts NOT > to_key(1:14) THEN
               ADD 1 TO unmatched_count
               MOVE line_ts TO stamp_source
               PERFORM format_timestamp
               DISPLAY
                 "  RUN END   " stamp_text " HAS NO MATCHING RUN START"
               MOVE SPACES TO follow_line
               STRING "AUDIT      RUN END " stamp_text
                 " HAS NO MATCHING RUN START"
                 DELIMITED BY SIZE
                 INTO follow_line
               END-STRING
               PERFORM add_follow_up
             END-IF
           END-IF

           MOVE "N" TO pending_start

         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       report_open_start SECTION.

       MOVE "N" TO pending_start

       IF pending_ts < from_key(1:14)
         OR pending_ts > to_key(1:14) THEN
         EXIT SECTION
       END-IF

       ADD 1 TO unmatched_count
       MOVE pending_ts TO stamp_source
       PERFORM format_timestamp

       DISPLAY
         "  RUN START " stamp_text " HAS NO RUN END  " pending_run_id

       MOVE SPACES TO follow_line
       STRING "AUDIT      RUN START " stamp_text
         " HAS NO RUN END " pending_run_id
         DELIMITED BY SIZE
         INTO follow_line
       END-STRING
       PERFORM add_follow_up
       .

      * -------------------------------------------------------------- *

       print_follow_up SECTION.

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "OPERATOR FOLLOW-UP"

       IF follow_count = 0 THEN
         DISPLAY "  NOTHING NEEDS ATTENTION"
       END-IF

       PERFORM VARYING t FROM 1 UNTIL t > follow_count OR t > 200
         MOVE t TO ed_item
         DISPLAY ed_item ". " FUNCTION TRIM(follow_text(t) TRAILING)
       END-PERFORM

       IF follow_count > 200 THEN
         COMPUTE ed_count = follow_count - 200
         DISPLAY
           "     AND " FUNCTION TRIM(ed_count) " MORE ITEMS NOT LISTED"
       END-IF

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY "END OF REPORT"
       DISPLAY " "
       .

      * -------------------------------------------------------------- *

       END PROGRAM ops_report.
