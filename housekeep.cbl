      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. housekeep.

      * Retention housekeeping for the shared run datasets.  Every run
      * older than RETAINDAYS= days (by its start timestamp) is moved
      * out of RUNHIST.DAT, AUDIT.LOG, EXCEPTIONS.DAT and SWEEP.DAT into
      * archive datasets named <live name>.<YYYYMMDD> for the day of
      * the purge, and the live files are rebuilt without it.  An audit
      * START line only ever moves together with the END line that
      * follows it; a START still waiting for its END, an END with no
      * START and sweep lines that carry no run ID are always kept.
      * The live files are rewritten in place, so run this outside the
      * batch window.  Return codes: 0 done, 4 a dataset could not be
      * archived or rebuilt (when the rebuild itself fails, the lines to
      * keep are left in <live name>.WRK), 8 the request is unusable.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT hist_file ASSIGN TO DYNAMIC hist_file_name
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY hist_run_id
             FILE STATUS hist_file_status.

           SELECT live_file ASSIGN TO DYNAMIC live_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS live_file_status.

           SELECT work_file ASSIGN TO DYNAMIC work_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS work_file_status.

           SELECT archive_file ASSIGN TO DYNAMIC archive_file_name
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS archive_file_status.

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

       FD live_file.
       01 live_record            PIC X(250).

       FD work_file.
       01 work_record            PIC X(250).

       FD archive_file.
       01 archive_record         PIC X(250).

       WORKING-STORAGE SECTION.

       01 hist_file_name      PIC X(100) VALUE "RUNHIST.DAT".
       01 hist_file_status    PIC XX.
       01 hist_eof            PIC X VALUE "N".

       01 audit_file_name     PIC X(100) VALUE "AUDIT.LOG".
       01 except_file_name    PIC X(100) VALUE "EXCEPTIONS.DAT".
       01 sweep_file_name     PIC X(100) VALUE "SWEEP.DAT".

       01 live_file_name      PIC X(100).
       01 live_file_status    PIC XX.
       01 live_eof            PIC X.

       01 work_file_name      PIC X(100).
       01 work_file_status    PIC XX.
       01 work_eof            PIC X.

       01 archive_file_name   PIC X(100).
       01 archive_file_status PIC XX.

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- retention cutoff ------------------------------------------ *

       01 retain_text         PIC X(10) VALUE SPACES.
       01 retain_days         PIC 9(5) VALUE 0.
       01 today_date          PIC 9(8).
       01 cutoff_date         PIC 9(8).
       01 cutoff_text         PIC X(8).
       01 cutoff_stamp_text   PIC X(10).
       01 record_date         PIC X(8).

      * ---- one line of the purge report per dataset ------------------ *

       01 purge_table.
         02 purge_entry OCCURS 4 TIMES.
           03 purge_label       PIC X(16).
           03 purge_state       PIC X(12).
           03 purge_before      PIC 9(9).
           03 purge_moved       PIC 9(9).
           03 purge_after       PIC 9(9).
           03 purge_archive     PIC X(100).
       01 f                   PIC 9.

       01 rebuild_failed      PIC X VALUE "N".

      * ---- audit START/END pairing ----------------------------------- *

       01 pending_start       PIC X VALUE "N".
       01 pending_line        PIC X(250).

       01 report_timestamp    PIC X(14).
       01 report_stamp_text   PIC X(19).

      * ---- edited report fields -------------------------------------- *

       01 ed_count            PIC ZZZ,ZZZ,ZZ9.
       01 ed_count_2          PIC ZZZ,ZZZ,ZZ9.
       01 ed_count_3          PIC ZZZ,ZZZ,ZZ9.
       01 ed_days             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       PERFORM parse_arguments

       IF retain_text = SPACES
         OR FUNCTION TEST-NUMVAL(retain_text) NOT = 0 THEN
         DISPLAY
           "Usage: housekeep RETAINDAYS=<n> [HISTFILE=<file>] "
           "[AUDITFILE=<file>] [EXCEPTFILE=<file>] "
           "[SWEEPFILE=<file>]"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE FUNCTION NUMVAL(retain_text) TO retain_days

       MOVE FUNCTION CURRENT-DATE(1:14) TO report_timestamp
       MOVE report_timestamp(1:8) TO today_date

       COMPUTE cutoff_date = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(today_date) - retain_days)
       MOVE cutoff_date TO cutoff_text

       MOVE "RUNHIST" TO purge_label(1)
       MOVE "AUDIT LOG" TO purge_label(2)
       MOVE "EXCEPTIONS" TO purge_label(3)
       MOVE "SWEEP RESULTS" TO purge_label(4)

       PERFORM VARYING f FROM 1 UNTIL f > 4
         MOVE "NOT PRESENT" TO purge_state(f)
         MOVE 0 TO purge_before(f)
         MOVE 0 TO purge_moved(f)
         MOVE 0 TO purge_after(f)
         MOVE SPACES TO purge_archive(f)
       END-PERFORM

       PERFORM purge_run_history

       MOVE 2 TO f
       MOVE audit_file_name TO live_file_name
       PERFORM purge_sequential_file

       MOVE 3 TO f
       MOVE except_file_name TO live_file_name
       PERFORM purge_sequential_file

       MOVE 4 TO f
       MOVE sweep_file_name TO live_file_name
       PERFORM purge_sequential_file

       PERFORM print_report

       IF rebuild_failed = "Y" THEN
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

         WHEN "RETAINDAYS"
           MOVE control_value TO retain_text
         WHEN "HISTFILE"
           MOVE control_value TO hist_file_name
         WHEN "AUDITFILE"
           MOVE control_value TO audit_file_name
         WHEN "EXCEPTFILE"
           MOVE control_value TO except_file_name
         WHEN "SWEEPFILE"
           MOVE control_value TO sweep_file_name
         WHEN OTHER
           CONTINUE

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       build_archive_name SECTION.

       MOVE SPACES TO archive_file_name
       STRING FUNCTION TRIM(live_file_name) "." report_timestamp(1:8)
         DELIMITED BY SIZE
         INTO archive_file_name
       END-STRING
       MOVE archive_file_name TO purge_archive(f)
       .

      * -------------------------------------------------------------- *

       open_archive_file SECTION.

       OPEN EXTEND archive_file

       IF archive_file_status NOT = "00" THEN
         OPEN OUTPUT archive_file
       END-IF
       .

      * -------------------------------------------------------------- *

      * RUNHIST is indexed, so the aged records are copied to the
      * archive and deleted in place as the file is read in key order.

       purge_run_history SECTION.

       MOVE 1 TO f

       OPEN I-O hist_file

       IF hist_file_status NOT = "00" THEN
         EXIT SECTION
       END-IF

       MOVE "PURGED" TO purge_state(f)
       MOVE hist_file_name TO live_file_name
       PERFORM build_archive_name
       PERFORM open_archive_file

       IF archive_file_status NOT = "00" THEN
         MOVE "NO ARCHIVE" TO purge_state(f)
         MOVE "Y" TO rebuild_failed
         CLOSE hist_file
         EXIT SECTION
       END-IF

       PERFORM UNTIL hist_eof = "Y"

         READ hist_file NEXT
           AT END
             MOVE "Y" TO hist_eof
           NOT AT END
             ADD 1 TO purge_before(f)
             IF hist_timestamp(1:8) < cutoff_text THEN
               MOVE SPACES TO archive_record
               MOVE hist_record TO archive_record
               WRITE archive_record
               DELETE hist_file
                 INVALID KEY
                   MOVE "Y" TO rebuild_failed
                 NOT INVALID KEY
                   ADD 1 TO purge_moved(f)
               END-DELETE
             END-IF
         END-READ

       END-PERFORM

       CLOSE archive_file
       CLOSE hist_file

       COMPUTE purge_after(f) = purge_before(f) - purge_moved(f)
       .

      * -------------------------------------------------------------- *

      * The line-sequential datasets are split in one pass into the
      * archive and a work file of the lines kept; the work file is
      * then copied back over the live file and removed.

       purge_sequential_file SECTION.

       MOVE "N" TO live_eof
       MOVE "N" TO pending_start

       OPEN INPUT live_file

       IF live_file_status NOT = "00" THEN
         EXIT SECTION
       END-IF

       MOVE "PURGED" TO purge_state(f)
       PERFORM build_archive_name

       MOVE SPACES TO work_file_name
       STRING FUNCTION TRIM(live_file_name) ".WRK"
         DELIMITED BY SIZE
         INTO work_file_name
       END-STRING

       OPEN OUTPUT work_file
       PERFORM open_archive_file

       IF work_file_status NOT = "00"
         OR archive_file_status NOT = "00" THEN
         MOVE "NO ARCHIVE" TO purge_state(f)
         MOVE "Y" TO rebuild_failed
         IF work_file_status = "00" THEN
           CLOSE work_file
         END-IF
         IF archive_file_status = "00" THEN
           CLOSE archive_file
         END-IF
         CLOSE live_file
         EXIT SECTION
       END-IF

       PERFORM UNTIL live_eof = "Y"

         READ live_file
           AT END
             MOVE "Y" TO live_eof
           NOT AT END
             ADD 1 TO purge_before(f)
             EVALUATE f
               WHEN 2
                 PERFORM sort_audit_line
               WHEN 3
                 PERFORM sort_exception_line
               WHEN 4
                 PERFORM sort_sweep_line
             END-EVALUATE
         END-READ

       END-PERFORM

       IF pending_start = "Y" THEN
         MOVE pending_line TO work_record
         WRITE work_record
         MOVE "N" TO pending_start
       END-IF

       CLOSE live_file
       CLOSE work_file
       CLOSE archive_file

       PERFORM copy_work_to_live

       IF purge_state(f) = "PURGED" THEN
         CALL "CBL_DELETE_FILE" USING work_file_name
       END-IF

       COMPUTE purge_after(f) = purge_before(f) - purge_moved(f)
       .

      * -------------------------------------------------------------- *

       copy_work_to_live SECTION.

       OPEN INPUT work_file
       OPEN OUTPUT live_file

       IF work_file_status NOT = "00"
         OR live_file_status NOT = "00" THEN
         MOVE "NOT REBUILT" TO purge_state(f)
         MOVE "Y" TO rebuild_failed
         IF work_file_status = "00" THEN
           CLOSE work_file
         END-IF
         IF live_file_status = "00" THEN
           CLOSE live_file
         END-IF
         EXIT SECTION
       END-IF

       MOVE "N" TO work_eof

       PERFORM UNTIL work_eof = "Y"

         READ work_file
           AT END
             MOVE "Y" TO work_eof
           NOT AT END
             MOVE work_record TO live_record
             WRITE live_record
         END-READ

       END-PERFORM

       CLOSE work_file
       CLOSE live_file
       .

      * -------------------------------------------------------------- *

      * A START is held back until the next line shows whether its END
      * follows; only a complete pair is aged, by the START timestamp.

       sort_audit_line SECTION.

       EVALUATE TRUE

         WHEN live_record(1:9) = "RUN START"
           IF pending_start = "Y" THEN
             MOVE pending_line TO work_record
             WRITE work_record
           END-IF
           MOVE live_record TO pending_line
           MOVE "Y" TO pending_start

         WHEN live_record(1:7) = "RUN END"
           AND pending_start = "Y"
           IF pending_line(14:8) < cutoff_text THEN
             MOVE pending_line TO archive_record
             WRITE archive_record
             MOVE live_record TO archive_record
             WRITE archive_record
             ADD 2 TO purge_moved(f)
           ELSE
             MOVE pending_line TO work_record
             WRITE work_record
             MOVE live_record TO work_record
             WRITE work_record
           END-IF
           MOVE "N" TO pending_start

         WHEN OTHER
           IF pending_start = "Y" THEN
             MOVE pending_line TO work_record
             WRITE work_record
             MOVE "N" TO pending_start
           END-IF
           MOVE live_record TO work_record
           WRITE work_record

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       sort_exception_line SECTION.

       MOVE live_record(1:8) TO record_date

       IF record_date IS NUMERIC AND record_date < cutoff_text THEN
         MOVE live_record TO archive_record
         WRITE archive_record
         ADD 1 TO purge_moved(f)
       ELSE
         MOVE live_record TO work_record
         WRITE work_record
       END-IF
       .

      * -------------------------------------------------------------- *

      * Sweep lines are aged by the run ID gol appends at column 39;
      * lines written before that field existed carry no date and stay.

       sort_sweep_line SECTION.

       MOVE live_record(39:8) TO record_date

       IF record_date IS NUMERIC AND record_date < cutoff_text THEN
         MOVE live_record TO archive_record
         WRITE archive_record
         ADD 1 TO purge_moved(f)
       ELSE
         MOVE live_record TO work_record
         WRITE work_record
       END-IF
       .

      * -------------------------------------------------------------- *

       print_report SECTION.

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
         "GAME OF LIFE - RETENTION PURGE REPORT"
         "                   " report_stamp_text

       MOVE retain_days TO ed_days
       DISPLAY
         "RETENTION  . . . . . . . . . . . . :  "
         FUNCTION TRIM(ed_days) " DAYS"

       MOVE SPACES TO cutoff_stamp_text
       STRING cutoff_text(1:4)
         "-" cutoff_text(5:2)
         "-" cutoff_text(7:2)
         DELIMITED BY SIZE
         INTO cutoff_stamp_text
       END-STRING

       DISPLAY
         "RUNS STARTED BEFORE  . . . . . . . :  " cutoff_stamp_text
         " ARE ARCHIVED"
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY
         "DATASET           STATE              BEFORE       MOVED"
         "       AFTER"
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       PERFORM VARYING f FROM 1 UNTIL f > 4
         MOVE purge_before(f) TO ed_count
         MOVE purge_moved(f) TO ed_count_2
         MOVE purge_after(f) TO ed_count_3
         DISPLAY
           purge_label(f) "  " purge_state(f)
           " " ed_count " " ed_count_2 " " ed_count_3
         IF purge_archive(f) NOT = SPACES THEN
           DISPLAY
             "                  ARCHIVE "
             FUNCTION TRIM(purge_archive(f))
         END-IF
       END-PERFORM

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       IF rebuild_failed = "Y" THEN
         DISPLAY
           "EXCEPTION: A DATASET COULD NOT BE ARCHIVED OR REBUILT; "
           "CHECK THE STATE COLUMN."
       END-IF

       DISPLAY "END OF REPORT"
       DISPLAY " "
       .

      * -------------------------------------------------------------- *

       END PROGRAM housekeep.
