      * vim:expandtab:filetype=cobol:tabstop=2:textwidth=72:

       IDENTIFICATION DIVISION.

       PROGRAM-ID. profmaint.

      * Maintains the run profile master.  A profile is a named set of
      * KEY=VALUE run settings in the same form as a GOL.CFG line or
      * the settings part of a RUNQUEUE.DAT entry; game_of_life and
      * runqueue apply it for PROFILE=<name>, and any key given
      * explicitly on the run overrides the profile's value.
      *
      *   ACTION=ADD     PROFILE=<name> [DESC=<text>] KEY=VALUE ...
      *   ACTION=CHANGE  PROFILE=<name> [DESC=<text>] KEY=VALUE ...
      *                  (KEY= with no value removes that key)
      *   ACTION=DELETE  PROFILE=<name>
      *   ACTION=LIST
      *   ACTION=SHOW    PROFILE=<name>

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT profile_file ASSIGN TO DYNAMIC profile_file_name
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY prof_name
             FILE STATUS profile_file_status.

       DATA DIVISION.

       FILE SECTION.

       FD profile_file.
       01 profile_record.
         02 prof_name            PIC X(20).
         02 prof_desc            PIC X(40).
         02 prof_settings        PIC X(176).
         02 prof_changed_ts      PIC X(14).
         02 prof_changed_user    PIC X(30).

       WORKING-STORAGE SECTION.

       01 profile_file_name   PIC X(100) VALUE "PROFILES.DAT".
       01 profile_file_status PIC XX.
       01 profile_eof         PIC X VALUE "N".

       01 command_line_raw    PIC X(200).
       01 cmd_pointer         PIC 999.
       01 cmd_len             PIC 999.
       01 control_line        PIC X(200).
       01 control_key         PIC X(30).
       01 control_value       PIC X(150).

       01 action_verb         PIC X(10) VALUE SPACES.
         88 action_is_add     VALUE "ADD".
         88 action_is_change  VALUE "CHANGE".
         88 action_is_delete  VALUE "DELETE".
         88 action_is_list    VALUE "LIST".
         88 action_is_show    VALUE "SHOW".
       01 want_profile        PIC X(20) VALUE SPACES.
       01 want_desc           PIC X(40) VALUE SPACES.
       01 desc_given          PIC X VALUE "N".

      * ---- run settings keys a profile may carry --------------------- *

       01 valid_key_values.
         02 FILLER PIC X(12) VALUE "HEIGHT".
         02 FILLER PIC X(12) VALUE "WIDTH".
         02 FILLER PIC X(12) VALUE "SPEED".
         02 FILLER PIC X(12) VALUE "SEED".
         02 FILLER PIC X(12) VALUE "SEEDFROM".
         02 FILLER PIC X(12) VALUE "SEEDTO".
         02 FILLER PIC X(12) VALUE "SWEEPFILE".
         02 FILLER PIC X(12) VALUE "KEEPGRIDS".
         02 FILLER PIC X(12) VALUE "RLEFILE".
         02 FILLER PIC X(12) VALUE "HEATFILE".
         02 FILLER PIC X(12) VALUE "RULE".
         02 FILLER PIC X(12) VALUE "SOURCE".
         02 FILLER PIC X(12) VALUE "SOURCEFILE".
         02 FILLER PIC X(12) VALUE "SCENARIOFILE".
         02 FILLER PIC X(12) VALUE "PATTERNNAME".
         02 FILLER PIC X(12) VALUE "PATTERNLIB".
         02 FILLER PIC X(12) VALUE "BATCH".
         02 FILLER PIC X(12) VALUE "GENERATIONS".
         02 FILLER PIC X(12) VALUE "EDGE".
         02 FILLER PIC X(12) VALUE "ALERTMIN".
         02 FILLER PIC X(12) VALUE "ALERTMAX".
         02 FILLER PIC X(12) VALUE "EXCEPTFILE".
         02 FILLER PIC X(12) VALUE "SNAPEVERY".
         02 FILLER PIC X(12) VALUE "SNAPFILE".
         02 FILLER PIC X(12) VALUE "CKPTEVERY".
         02 FILLER PIC X(12) VALUE "CKPTFILE".
         02 FILLER PIC X(12) VALUE "STATSFILE".
         02 FILLER PIC X(12) VALUE "AUDITFILE".
         02 FILLER PIC X(12) VALUE "FINALFILE".
         02 FILLER PIC X(12) VALUE "HISTFILE".
         02 FILLER PIC X(12) VALUE "STARTX".
         02 FILLER PIC X(12) VALUE "STARTY".
         02 FILLER PIC X(12) VALUE "TIMELIMIT".
       01 valid_key_table REDEFINES valid_key_values.
         02 valid_key OCCURS 33 TIMES PIC X(12).
       01 valid_key_count     PIC 99 VALUE 33.
       01 vk                  PIC 99.
       01 key_ok              PIC X.

      * ---- settings given on this invocation ------------------------- *

       01 new_settings.
         02 new_setting OCCURS 60 TIMES.
           03 ns_key            PIC X(30).
           03 ns_value          PIC X(150).
       01 new_count           PIC 99 VALUE 0.
       01 n                   PIC 99.

      * ---- settings of the profile being built ----------------------- *

       01 cur_settings.
         02 cur_setting OCCURS 60 TIMES.
           03 cs_key            PIC X(30).
           03 cs_value          PIC X(150).
           03 cs_removed        PIC X.
       01 cur_count           PIC 99 VALUE 0.
       01 s                   PIC 99.
       01 match_slot          PIC 99.

       01 settings_text       PIC X(176).
       01 settings_pointer    PIC 999.
       01 settings_overflow   PIC X VALUE "N".
       01 token_len           PIC 999.
       01 setting_token       PIC X(200).

       01 error_count         PIC 9(4) VALUE 0.
       01 listed_count        PIC 9(6) VALUE 0.

       01 change_user         PIC X(30) VALUE SPACES.
       01 stamp_text          PIC X(19).

       01 ed_count            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      * -------------------------------------------------------------- *

       main SECTION.

       PERFORM parse_arguments

       IF error_count > 0 THEN
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       EVALUATE TRUE

         WHEN action_is_add
           IF want_profile = SPACES OR new_count = 0 THEN
             DISPLAY
               "ACTION=ADD requires PROFILE=<name> and at least one "
               "KEY=VALUE setting. Aborting."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM add_profile

         WHEN action_is_change
           IF want_profile = SPACES
             OR (new_count = 0 AND desc_given = "N") THEN
             DISPLAY
               "ACTION=CHANGE requires PROFILE=<name> and a DESC= "
               "or KEY=VALUE setting to change. Aborting."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM change_profile

         WHEN action_is_delete
           IF want_profile = SPACES THEN
             DISPLAY
               "ACTION=DELETE requires PROFILE=<name>. Aborting."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM delete_profile

         WHEN action_is_list
           PERFORM list_profiles

         WHEN action_is_show
           IF want_profile = SPACES THEN
             DISPLAY
               "ACTION=SHOW requires PROFILE=<name>. Aborting."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM show_profile

         WHEN OTHER
           DISPLAY
             "Usage: profmaint ACTION=ADD|CHANGE|DELETE|LIST|SHOW "
             "[PROFILE=<name>] [DESC=<text>] [KEY=VALUE ...] "
             "[PROFILEFILE=<file>]"
           MOVE 8 TO RETURN-CODE

       END-EVALUATE

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

      * Anything that is not one of the maintenance keywords is taken
      * as a run setting for the profile, and must be a key that
      * game_of_life understands; a typing error is refused here
      * rather than discovered in the batch window.

       parse_control_line SECTION.

       MOVE SPACES TO control_key
       MOVE SPACES TO control_value

       UNSTRING control_line DELIMITED BY "="
         INTO control_key control_value
       END-UNSTRING

       EVALUATE control_key

         WHEN "ACTION"
           MOVE control_value TO action_verb
         WHEN "PROFILE"
           MOVE control_value TO want_profile
         WHEN "PROFILEFILE"
           MOVE control_value TO profile_file_name
         WHEN "DESC"
           MOVE control_value TO want_desc
           MOVE "Y" TO desc_given
         WHEN OTHER
           PERFORM validate_setting_key
           IF key_ok = "N" THEN
             DISPLAY
               "KEY " FUNCTION TRIM(control_key)
               " is not a run setting a profile can carry."
             ADD 1 TO error_count
           ELSE
             IF new_count >= 60 THEN
               DISPLAY
                 "More than 60 settings given; remainder ignored."
             ELSE
               ADD 1 TO new_count
               MOVE control_key TO ns_key(new_count)
               MOVE control_value TO ns_value(new_count)
             END-IF
           END-IF

       END-EVALUATE
       .

      * -------------------------------------------------------------- *

       validate_setting_key SECTION.

       MOVE "N" TO key_ok

       PERFORM VARYING vk FROM 1 UNTIL vk > valid_key_count
         IF control_key = valid_key(vk) THEN
           MOVE "Y" TO key_ok
         END-IF
       END-PERFORM
       .

      * -------------------------------------------------------------- *

       add_profile SECTION.

       OPEN I-O profile_file

       IF profile_file_status = "35" THEN
         OPEN OUTPUT profile_file
       END-IF

       IF profile_file_status NOT = "00" THEN
         DISPLAY
           "Profile master " FUNCTION TRIM(profile_file_name)
           " could not be opened for update. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE 0 TO cur_count
       PERFORM merge_new_settings
       PERFORM build_settings_text

       IF settings_overflow = "Y" THEN
         CLOSE profile_file
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE SPACES TO profile_record
       MOVE want_profile TO prof_name
       MOVE want_desc TO prof_desc
       MOVE settings_text TO prof_settings
       PERFORM stamp_change

       WRITE profile_record
         INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " already exists in "
             FUNCTION TRIM(profile_file_name)
             "; use ACTION=CHANGE. Aborting."
           MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " added to " FUNCTION TRIM(profile_file_name) "."
       END-WRITE

       CLOSE profile_file
       .

      * -------------------------------------------------------------- *

       change_profile SECTION.

       OPEN I-O profile_file

       IF profile_file_status NOT = "00" THEN
         DISPLAY
           "Profile master " FUNCTION TRIM(profile_file_name)
           " could not be opened for update. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE want_profile TO prof_name

       READ profile_file
         INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " not found in " FUNCTION TRIM(profile_file_name)
             ". Aborting."
           MOVE 8 TO RETURN-CODE
           CLOSE profile_file
           GOBACK
       END-READ

       PERFORM load_current_settings
       PERFORM merge_new_settings
       PERFORM build_settings_text

       IF settings_overflow = "Y" THEN
         CLOSE profile_file
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE settings_text TO prof_settings
       IF desc_given = "Y" THEN
         MOVE want_desc TO prof_desc
       END-IF
       PERFORM stamp_change

       REWRITE profile_record
         INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " could not be rewritten. Aborting."
           MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " changed in " FUNCTION TRIM(profile_file_name) "."
       END-REWRITE

       CLOSE profile_file
       .

      * -------------------------------------------------------------- *

       delete_profile SECTION.

       OPEN I-O profile_file

       IF profile_file_status NOT = "00" THEN
         DISPLAY
           "Profile master " FUNCTION TRIM(profile_file_name)
           " could not be opened for update. Aborting."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE want_profile TO prof_name

       DELETE profile_file
         INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " not found in " FUNCTION TRIM(profile_file_name)
             ". Aborting."
           MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " deleted from " FUNCTION TRIM(profile_file_name) "."
       END-DELETE

       CLOSE profile_file
       .

      * -------------------------------------------------------------- *

       list_profiles SECTION.

       OPEN INPUT profile_file

       IF profile_file_status NOT = "00" THEN
         DISPLAY
           "Profile master " FUNCTION TRIM(profile_file_name)
           " not available; nothing to list."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       DISPLAY " "
       DISPLAY
         "RUN PROFILE CATALOG: " FUNCTION TRIM(profile_file_name)
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       DISPLAY
         "PROFILE               DESCRIPTION"
         "                     CHANGED"
       DISPLAY
         "----------------------------------------"
         "----------------------------------------"

       PERFORM UNTIL profile_eof = "Y"

         READ profile_file NEXT
           AT END
             MOVE "Y" TO profile_eof
           NOT AT END
             ADD 1 TO listed_count
             PERFORM format_timestamp
             DISPLAY
               prof_name "  " prof_desc(1:30) "  " stamp_text(1:10)
             DISPLAY
               "    " FUNCTION TRIM(prof_settings)
         END-READ

       END-PERFORM

       CLOSE profile_file

       DISPLAY
         "----------------------------------------"
         "----------------------------------------"
       MOVE listed_count TO ed_count
       DISPLAY "PROFILES LISTED: " ed_count
       DISPLAY " "

       IF listed_count = 0 THEN
         MOVE 4 TO RETURN-CODE
       END-IF
       .

      * -------------------------------------------------------------- *

       show_profile SECTION.

       OPEN INPUT profile_file

       IF profile_file_status NOT = "00" THEN
         DISPLAY
           "Profile master " FUNCTION TRIM(profile_file_name)
           " not available; no inquiry possible."
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF

       MOVE want_profile TO prof_name

       READ profile_file
         INVALID KEY
           DISPLAY
             "Profile " FUNCTION TRIM(want_profile)
             " not found in " FUNCTION TRIM(profile_file_name) "."
           MOVE 4 TO RETURN-CODE
         NOT INVALID KEY
           PERFORM display_profile_detail
       END-READ

       CLOSE profile_file
       .

      * -------------------------------------------------------------- *

       display_profile_detail SECTION.

       PERFORM format_timestamp

       DISPLAY " "
       DISPLAY "RUN PROFILE " prof_name
       DISPLAY
         "--------------------------------------------------"
       DISPLAY "DESCRIPTION  . . . . . :  " prof_desc
       DISPLAY "LAST CHANGED . . . . . :  " stamp_text
       DISPLAY "CHANGED BY . . . . . . :  " prof_changed_user
       DISPLAY "SETTINGS . . . . . . . :"

       PERFORM load_current_settings

       PERFORM VARYING s FROM 1 UNTIL s > cur_count
         DISPLAY
           "    " cs_key(s)(1:14) "= " FUNCTION TRIM(cs_value(s))
       END-PERFORM

       DISPLAY
         "--------------------------------------------------"
       DISPLAY " "
       .

      * -------------------------------------------------------------- *

       load_current_settings SECTION.

       MOVE 0 TO cur_count
       MOVE prof_settings TO command_line_raw
       MOVE FUNCTION TRIM(command_line_raw) TO command_line_raw
       MOVE FUNCTION LENGTH(FUNCTION TRIM(command_line_raw)) TO cmd_len
       MOVE 1 TO cmd_pointer

       IF command_line_raw = SPACES THEN
         MOVE 0 TO cmd_len
       END-IF

       PERFORM UNTIL cmd_pointer > cmd_len

         MOVE SPACES TO control_line

         UNSTRING command_line_raw DELIMITED BY SPACE
           INTO control_line
           WITH POINTER cmd_pointer
         END-UNSTRING

         IF control_line NOT = SPACES AND cur_count < 60 THEN
           ADD 1 TO cur_count
           MOVE SPACES TO cs_key(cur_count) cs_value(cur_count)
           MOVE "N" TO cs_removed(cur_count)
           UNSTRING control_line DELIMITED BY "="
             INTO cs_key(cur_count) cs_value(cur_count)
           END-UNSTRING
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

      * A key already in the profile takes the new value in place, so
      * the stored order stays stable; a new key is appended, and a
      * key given with an empty value is dropped from the profile.

       merge_new_settings SECTION.

       PERFORM VARYING n FROM 1 UNTIL n > new_count

         MOVE 0 TO match_slot

         PERFORM VARYING s FROM 1 UNTIL s > cur_count
           IF cs_key(s) = ns_key(n) THEN
             MOVE s TO match_slot
           END-IF
         END-PERFORM

         IF match_slot = 0 AND ns_value(n) NOT = SPACES
           AND cur_count < 60 THEN
           ADD 1 TO cur_count
           MOVE cur_count TO match_slot
           MOVE ns_key(n) TO cs_key(match_slot)
         END-IF

         IF match_slot > 0 THEN
           MOVE ns_value(n) TO cs_value(match_slot)
           IF ns_value(n) = SPACES THEN
             MOVE "Y" TO cs_removed(match_slot)
           ELSE
             MOVE "N" TO cs_removed(match_slot)
           END-IF
         END-IF

       END-PERFORM
       .

      * -------------------------------------------------------------- *

       build_settings_text SECTION.

       MOVE SPACES TO settings_text
       MOVE 1 TO settings_pointer
       MOVE "N" TO settings_overflow

       PERFORM VARYING s FROM 1 UNTIL s > cur_count

         IF cs_removed(s) = "N" THEN

           MOVE SPACES TO setting_token
           STRING
             FUNCTION TRIM(cs_key(s)) "=" FUNCTION TRIM(cs_value(s))
             DELIMITED BY SIZE
             INTO setting_token
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(setting_token))
             TO token_len

           IF settings_pointer + token_len - 1 > 176 THEN
             MOVE "Y" TO settings_overflow
           ELSE
             STRING
               setting_token(1:token_len) " "
               DELIMITED BY SIZE
               INTO settings_text
               WITH POINTER settings_pointer
               ON OVERFLOW
                 CONTINUE
             END-STRING
           END-IF

         END-IF

       END-PERFORM

       IF settings_overflow = "Y" THEN
         DISPLAY
           "Profile " FUNCTION TRIM(want_profile)
           " settings would exceed 176 characters; profile not "
           "saved."
       END-IF
       .

      * -------------------------------------------------------------- *

       stamp_change SECTION.

       DISPLAY "USER" UPON ENVIRONMENT-NAME
       ACCEPT change_user FROM ENVIRONMENT-VALUE

       IF change_user = SPACES THEN
         MOVE "UNKNOWN" TO change_user
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:14) TO prof_changed_ts
       MOVE change_user TO prof_changed_user
       .

      * -------------------------------------------------------------- *

       format_timestamp SECTION.

       MOVE SPACES TO stamp_text
       STRING prof_changed_ts(1:4)
         "-" prof_changed_ts(5:2)
         "-" prof_changed_ts(7:2)
         " " prof_changed_ts(9:2)
         ":" prof_changed_ts(11:2)
         ":" prof_changed_ts(13:2)
         DELIMITED BY SIZE
         INTO stamp_text
       END-STRING
       .

      * -------------------------------------------------------------- *

       END PROGRAM profmaint.
