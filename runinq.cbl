         02 hist_gens            PIC 9(9).
         02 hist_reason          PIC X(10).
         02 hist_live            PIC 9(6).
         02 hist_profile         PIC X(20).
         02 hist_elapsed         PIC 9(7)V99.
         02 hist_gen_rate        PIC 9(9)V99.
         02 hist_cell_updates    PIC 9(15).

       WORKING-STORAGE SECTION.

       01 to_key              PIC X(16).
       01 want_user           PIC X(30) VALUE SPACES.
       01 want_reason         PIC X(10) VALUE SPACES.
       01 want_profile        PIC X(20) VALUE SPACES.

       01 pad_len             PIC 99.

       01 ed_gens             PIC ZZZ,ZZZ,ZZ9.
       01 ed_live             PIC ZZZ,ZZ9.
       01 ed_count            PIC ZZZ,ZZ9.
       01 ed_elapsed          PIC Z,ZZZ,ZZ9.99.
       01 ed_gen_rate         PIC ZZZ,ZZZ,ZZ9.99.
       01 ed_cell_updates     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           MOVE control_value TO want_user
         WHEN "REASON"
           MOVE control_value TO want_reason
         WHEN "PROFILE"
           MOVE control_value TO want_profile
         WHEN OTHER
           CONTINUE

       DISPLAY "RULE . . . . . . . . . :  " hist_rule
       DISPLAY "EDGE MODE  . . . . . . :  " hist_edge
       DISPLAY "SOURCE MODE  . . . . . :  " hist_source
       DISPLAY "RUN PROFILE  . . . . . :  " hist_profile

       MOVE hist_gens TO ed_gens
       DISPLAY "GENERATIONS  . . . . . :  " ed_gens
       MOVE hist_live TO ed_live
       DISPLAY "FINAL LIVE COUNT . . . :  " ed_live

       MOVE hist_elapsed TO ed_elapsed
       DISPLAY "ELAPSED SECONDS  . . . :  " ed_elapsed

       MOVE hist_gen_rate TO ed_gen_rate
       DISPLAY "GENERATIONS PER SECOND :  " ed_gen_rate

       MOVE hist_cell_updates TO ed_cell_updates
       DISPLAY "CELL UPDATES . . . . . :  " ed_cell_updates

       DISPLAY
         "--------------------------------------------------"
       DISPLAY " "
         EXIT SECTION
       END-IF

       IF want_profile NOT = SPACES
         AND hist_profile NOT = want_profile THEN
         EXIT SECTION
       END-IF

       ADD 1 TO listed_count

       PERFORM format_timestamp
