       FILE SECTION.

       FD audit_file.
       01 audit_record           PIC X(250).

       FD stats_file.
       01 stats_record           PIC X(80).
         02 hist_gens            PIC 9(9).
         02 hist_reason          PIC X(10).
         02 hist_live            PIC 9(6).
         02 hist_profile         PIC X(20).
         02 hist_elapsed         PIC 9(7)V99.
         02 hist_gen_rate        PIC 9(9)V99.
         02 hist_cell_updates    PIC 9(15).

       WORKING-STORAGE SECTION.

       01 gens_text           PIC X(9).

       01 stats_line_count    PIC 9(9) VALUE 0.
       01 stats_segment_open  PIC X VALUE "N".
       01 last_stats_gen      PIC 9(9) VALUE 0.

       01 exception_count     PIC 9(6) VALUE 0.
             AT END
               MOVE "Y" TO stats_eof
             NOT AT END
               EVALUATE TRUE
                 WHEN stats_record(1:4) = "*HDR"
                   MOVE "Y" TO stats_segment_open
                 WHEN stats_record(1:4) = "*TRL"
                   MOVE "N" TO stats_segment_open
                 WHEN stats_record = SPACES
                   CONTINUE
                 WHEN OTHER
                   ADD 1 TO stats_line_count
                   MOVE FUNCTION NUMVAL(stats_record(1:9))
                     TO last_stats_gen
               END-EVALUATE
           END-READ

         END-PERFORM

         CLOSE stats_file

         IF stats_segment_open = "Y" THEN
           DISPLAY
             "EXCEPTION: STATS FILE "
             FUNCTION TRIM(stats_file_name)
             " HAS NO TRAILER RECORD (INCOMPLETE RUN)"
           ADD 1 TO exception_count
         END-IF

       END-IF
       .

