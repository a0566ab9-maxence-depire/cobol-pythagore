           select eod_param_file assign to "PYTHEODP.DAT"
               organization is line sequential
               file status is eod_param_status.
           select backup_control_file assign to "PYTHBCT.DAT"
               organization is line sequential
               file status is backup_control_status.
           select control_file assign to "PYTHCTL.DAT"
               organization is line sequential
               file status is control_status.
           select hist_control_file assign to "PYTHHCT.DAT"
               organization is line sequential
               file status is hist_control_status.
           select disp_control_file assign to "PYTHDCT.DAT"
               organization is line sequential
               file status is disp_control_status.
           select recon_control_file assign to "PYTHRCT.DAT"
               organization is line sequential
               file status is recon_control_status.
           05 eodp_step_batch pic x.
           05 eodp_step_hist pic x.
           05 eodp_step_rcon pic x.
           05 eodp_step_resp pic x.
           05 eodp_step_bkp pic x.
           05 eodp_generations pic 99.
           05 eodp_operator pic x(8).

       fd  backup_control_file.
       01  backup_control_record.
           05 bct_generations pic 99.

       fd  control_file.
       01  control_record pic x(33).
           05 hct_start pic 9(8).
           05 hct_end pic 9(8).
           05 hct_cutoff pic 9(8).
           05 hct_operator pic x(8).

       fd  disp_control_file.
       01  disp_control_record.
           05 dct_date pic 9(8).

       fd  recon_control_file.
       01  recon_control_record.
           05 run_input_name pic x(20).
           05 filler pic x value space.
           05 run_count_1 pic 9(6).
           05 run_step_rcs redefines run_count_1.
               10 run_rc_backup pic 99.
               10 run_rc_batch pic 99.
               10 run_rc_resp pic 99.
           05 filler pic x value space.
           05 run_count_2 pic 9(6).
           05 filler pic x value space.

       working-storage section.
           77 eod_param_status pic xx.
           77 backup_control_status pic xx.
           77 control_status pic xx.
           77 hist_control_status pic xx.
           77 disp_control_status pic xx.
           77 recon_control_status pic xx.
           77 eod_report_status pic xx.

           77 final_return pic 99 value zero.

           01 step_table.
               05 step_entry occurs 5.
                   10 step_name pic x(10).
                   10 step_result pic x(12).
                   10 step_rc pic 99.
           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.

           move "backup" to step_name(1).
           move "batch" to step_name(2).
           move "response" to step_name(3).
           move "history" to step_name(4).
           move "reconcile" to step_name(5).
           move zero to step_index.
           perform init_one_step 5 times.

           perform read_eod_params.

               display "end-of-day parameter file missing or invalid"
               move 16 to final_return
           else
               if eodp_step_bkp = "y"
                   perform run_step_bkp
               end-if
               if eodp_step_batch = "y" and chain_stopped = "n"
                   perform run_step_batch
               end-if
               if eodp_step_resp = "y"
                   if chain_stopped = "n" or step_result(2) = "ran"
                       perform run_step_resp
                   end-if
               end-if
               if eodp_step_hist = "y" and chain_stopped = "n"
                   perform run_step_hist
               end-if
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHEODP.DAT" to run_input_name.
           move step_rc(1) to run_rc_backup.
           move step_rc(2) to run_rc_batch.
           move step_rc(3) to run_rc_resp.
           move step_rc(4) to run_count_2.
           move step_rc(5) to run_count_3.
           move final_return to run_return.
           write run_log_record.
           close run_log_file.
                       and eodp_step_rcon not = "n"
                   move "y" to param_error
               end-if
               if eodp_step_resp = space
                   move "n" to eodp_step_resp
               end-if
               if eodp_step_resp not = "y"
                       and eodp_step_resp not = "n"
                   move "y" to param_error
               end-if
               if eodp_step_bkp = space
                   move "n" to eodp_step_bkp
               end-if
               if eodp_step_bkp not = "y"
                       and eodp_step_bkp not = "n"
                   move "y" to param_error
               end-if
               if eodp_generations = spaces
                   move zero to eodp_generations
               end-if
               if eodp_generations is not numeric
                   move "y" to param_error
               end-if
           end-if.

       run_step_bkp.
           open output backup_control_file.
           move eodp_generations to bct_generations.
           write backup_control_record.
           close backup_control_file.

           move zero to return-code.
           call "pythbkp".
           move return-code to step_return.
           move step_return to step_rc(1).
           move "ran" to step_result(1).
           perform check_step_return.

       run_step_batch.
           open input control_file.
           if control_status not = "00"
               move "no ctl file" to step_result(2)
               move 8 to step_rc(2)
               move 8 to step_return
               perform check_step_return
           else
               move zero to return-code
               call "pythagore"
               move return-code to step_return
               move step_return to step_rc(2)
               move "ran" to step_result(2)
               perform check_step_return
           end-if.

       run_step_resp.
           open output disp_control_file.
           move eodp_run_date to dct_date.
           write disp_control_record.
           close disp_control_file.

           move zero to return-code.
           call "pythdsp".
           move return-code to step_return.
           move step_return to step_rc(3).
           move "ran" to step_result(3).
           perform check_step_return.

       run_step_hist.
           open output hist_control_file.
           move 1 to hct_mode.
           move eodp_run_date to hct_start.
           move eodp_run_date to hct_end.
           move eodp_cutoff to hct_cutoff.
           move eodp_operator to hct_operator.
           write hist_control_record.
           close hist_control_file.

           move zero to return-code.
           call "pythhist".
           move return-code to step_return.
           move step_return to step_rc(4).
           move "ran" to step_result(4).
           perform check_step_return.

       run_step_rcon.
           move zero to return-code.
           call "pythrcon".
           move return-code to step_return.
           move step_return to step_rc(5).
           move "ran" to step_result(5).
           perform check_step_return.

       check_step_return.
           write eod_report_line.

           move zero to step_index.
           perform write_one_step_line 5 times.

           move spaces to eod_report_line.
           write eod_report_line.
