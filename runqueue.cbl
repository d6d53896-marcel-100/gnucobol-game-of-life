      * not DONE or FAILED are treated as pending and executed in
      * order; the file is rewritten after every entry so that an
      * interrupted window resumes with the first still-pending entry.
      * PROFILE= (and PROFILEFILE=) given to the driver itself is
      * passed on to every entry that does not name a profile of its
      * own.

       ENVIRONMENT DIVISION.

             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS audit_file_status.

           SELECT profile_file ASSIGN TO DYNAMIC profile_file_name
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY prof_name
             FILE STATUS profile_file_status.

       DATA DIVISION.

       FILE SECTION.
       01 queue_record           PIC X(200).

       FD audit_file.
       01 audit_record           PIC X(250).

       FD profile_file.
       01 profile_record.
         02 prof_name            PIC X(20).
         02 prof_desc            PIC X(40).
         02 prof_settings        PIC X(176).
         02 prof_changed_ts      PIC X(14).
         02 prof_changed_user    PIC X(30).

       WORKING-STORAGE SECTION.

       01 audit_file_status   PIC XX.
       01 audit_eof           PIC X VALUE "N".

       01 command_line_raw    PIC X(256).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

      * ---- run profile defaults for the window ----------------------- *

       01 default_profile     PIC X(20) VALUE SPACES.
       01 default_profile_file PIC X(100) VALUE SPACES.
       01 profile_file_name   PIC X(100) VALUE "PROFILES.DAT".
       01 profile_file_status PIC XX.
       01 entry_profile       PIC X(20).
       01 entry_profile_file  PIC X(100).
       01 entry_audit_given   PIC X.
       01 scan_text           PIC X(256).
       01 entry_command       PIC X(256).
       01 entry_pointer       PIC 999.

      * ---- in-core image of the run queue ---------------------------- *

       01 queue_table.
           MOVE control_value TO queue_file_name
         WHEN "TIMELIMIT"
           MOVE FUNCTION NUMVAL(control_value) TO time_limit_secs
         WHEN "PROFILE"
           MOVE control_value TO default_profile
         WHEN "PROFILEFILE"
           MOVE control_value TO default_profile_file
         WHEN OTHER
           CONTINUE

         "RUNNING ENTRY " ed_entry ": "
         FUNCTION TRIM(qe_settings(e))

       PERFORM build_entry_command

       MOVE "AUDIT.LOG" TO entry_audit_name
       PERFORM find_entry_audit_name
       PERFORM count_audit_lines

       MOVE entry_command TO command_line_raw
       DISPLAY command_line_raw UPON COMMAND-LINE

       MOVE 0 TO RETURN-CODE

      * The run's stop reason is taken from the last RUN END line the
      * entry itself appended to its audit log (AUDITFILE= in its
      * settings or its profile, or the default log); lines that were
      * already there before the run started are skipped, so an entry
      * that aborts without logging cannot inherit an earlier run's
      * reason.

       fetch_stop_reason SECTION.


       find_entry_audit_name SECTION.

       MOVE entry_command TO scan_text
       MOVE SPACES TO entry_profile
       MOVE SPACES TO entry_profile_file
       MOVE "N" TO entry_audit_given
       PERFORM scan_entry_settings

       IF entry_audit_given = "N" AND entry_profile NOT = SPACES THEN
         PERFORM find_profile_audit_name
       END-IF
       .

      * -------------------------------------------------------------- *

      * The driver's own PROFILE=/PROFILEFILE= are put in front of the
      * entry's settings, so a key the entry gives itself still wins
      * when the simulator parses the line.

       build_entry_command SECTION.

       MOVE qe_settings(e) TO scan_text
       MOVE SPACES TO entry_profile
       MOVE SPACES TO entry_profile_file
       PERFORM scan_entry_settings

       MOVE SPACES TO entry_command
       MOVE 1 TO entry_pointer

       IF default_profile NOT = SPACES
         AND entry_profile = SPACES THEN
         STRING
           "PROFILE=" FUNCTION TRIM(default_profile) " "
           DELIMITED BY SIZE
           INTO entry_command
           WITH POINTER entry_pointer
         END-STRING
       END-IF

       IF default_profile_file NOT = SPACES
         AND entry_profile_file = SPACES THEN
         STRING
           "PROFILEFILE=" FUNCTION TRIM(default_profile_file) " "
           DELIMITED BY SIZE
           INTO entry_command
           WITH POINTER entry_pointer
         END-STRING
       END-IF

       STRING
         FUNCTION TRIM(qe_settings(e))
         DELIMITED BY SIZE
         INTO entry_command
         WITH POINTER entry_pointer
       END-STRING
       .

      * -------------------------------------------------------------- *

       scan_entry_settings SECTION.

       MOVE FUNCTION TRIM(scan_text) TO scan_text
       MOVE FUNCTION LENGTH(FUNCTION TRIM(scan_text)) TO cmd_len
       MOVE 1 TO cmd_pointer

       PERFORM UNTIL cmd_pointer > cmd_len

         MOVE SPACES TO control_line

         UNSTRING scan_text DELIMITED BY SPACE
           INTO control_line
           WITH POINTER cmd_pointer
         END-UNSTRING
           UNSTRING control_line DELIMITED BY "="
             INTO control_key control_value
           END-UNSTRING
           EVALUATE control_key
             WHEN "AUDITFILE"
               MOVE control_value TO entry_audit_name
               MOVE "Y" TO entry_audit_given
             WHEN "PROFILE"
               MOVE control_value TO entry_profile
             WHEN "PROFILEFILE"
               MOVE control_value TO entry_profile_file
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * An entry that takes its AUDITFILE= from a profile logs to the
      * profile's audit file, so the stop reason has to be looked for
      * there.  A profile that cannot be read leaves the default log;
      * the simulator refuses such an entry itself.

       find_profile_audit_name SECTION.

       IF entry_profile_file NOT = SPACES THEN
         MOVE entry_profile_file TO profile_file_name
       ELSE
         MOVE "PROFILES.DAT" TO profile_file_name
       END-IF

       OPEN INPUT profile_file

       IF profile_file_status = "00" THEN

         MOVE entry_profile TO prof_name

         READ profile_file
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE prof_settings TO scan_text
             MOVE SPACES TO entry_profile
             PERFORM scan_entry_settings
         END-READ

         CLOSE profile_file

       END-IF
       .

      * -------------------------------------------------------------- *

       count_queue_states SECTION.
