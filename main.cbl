           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.
           select dept_file assign to "PYTHDPT.DAT"
               organization is indexed
               access mode is dynamic
               record key is dpt_code
               lock mode is automatic with lock on record
               sharing with all other
               file status is dept_status.
           select seq_file assign to "PYTHSEQ.DAT"
               organization is line sequential
               file status is seq_status.
           select seq_pending_file assign to "PYTHSQP.DAT"
               organization is line sequential
               file status is seq_pending_status.

       data division.
       file section.
           05 exp_orig_a pic 999v9.
           05 filler pic x value space.
           05 exp_orig_b pic 999v9.
           05 filler pic x value space.
           05 exp_type pic x.
           05 filler pic x value space.
           05 exp_flag pic x.

       fd  restart_file.
       01  restart_record.
           05 restart_layout pic xx.
           05 restart_count pic 9(6).
           05 restart_rpt_count pic 9(6).
           05 restart_rpt_total pic 9(9)v9.
           05 restart_batch_count pic 9(6).
           05 restart_dept_used pic 999.
           05 restart_dept_block.
               10 restart_dept_entry occurs 201.
                   15 restart_dept_code pic x(3).
                   15 restart_dept_count pic 9(6).
                   15 restart_dept_total pic 9(9)v9.

       fd  seq_file.
       01  seq_record pic x(56).

       fd  seq_pending_file.
       01  seq_pending_record pic x(56).

       fd  inverse_report_file.
       01  inverse_report_line pic x(60).

           05 filler pic x value space.
           05 run_return pic 99.

       fd  dept_file.
       01  dept_record.
           05 dpt_code pic x(3).
           05 dpt_desc pic x(30).
           05 dpt_cost_center pic x(8).
           05 dpt_contact pic x(20).
           05 dpt_active pic x.
           05 dpt_eff_start pic 9(8).
           05 dpt_eff_end pic 9(8).

       working-storage section.
           77 a pic 999v9.
           77 b pic 999v9.
           77 maint_report_status pic xx.
           77 operator_id pic x(8).
           77 operator_ok pic x value "n".
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "REFMNT".
           77 sec_program pic x(9) value "pythagore".
           77 sec_result pic x.
           77 maint_action_code pic x.
           77 maint_before pic x(12).
           77 maint_after pic x(12).
           77 export_status pic xx.

           77 edit_return pic 99 value zero.
           77 seq_status pic xx.
           77 seq_pending_status pic xx.

           77 restart_status pic xx.
           77 restart_checkpoint pic 9(6) value zero.
           77 binv_bsq pic 9(8).
           77 binv_b_raw pic 9(4)v9(4).
           77 binv_done pic x value "n".
           77 dept_status pic xx.
           77 dept_eof pic x value "n".
           77 dept_full_warn pic x value "n".
           77 dept_index pic 999 value zero.
           77 dept_hit pic 999 value zero.
           77 dept_used pic 999 value zero.
           77 dept_saved_used pic 999 value zero.
           77 dept_saved_index pic 999 value zero.
           01 dept_summary.
               05 dept_entry occurs 201.
                   10 dept_sum_code pic x(3).
                   10 dept_sum_count pic 9(6).
                   10 dept_sum_total pic 9(9)v9.
           01 dept_saved_summary.
               05 dept_saved_entry occurs 201.
                   10 dept_saved_code pic x(3).
                   10 dept_saved_count pic 9(6).
                   10 dept_saved_total pic 9(9)v9.
           01 dept_summary_line.
               2 line 1 col 1 value "operator id = ".
               2 pic x(8) to operator_id required.

           1 ask_password.
               2 line 2 col 1 value "password = ".
               2 pic x(8) to operator_password secure required.

           1 ask_export.
               2 line 1 col 1 value "export results? (y/n) = ".
               2 pic x to export_flag required.
               2 line 10 col 1 erase eol value
                   "value required, enter operator id".

           1 ask_msg_pass.
               2 line 10 col 1 erase eol value
                   "value required, enter password".

           1 ask_msg_clear.
               2 line 10 col 1 erase eol value " ".

                       move "y" to operator_ok
               end-accept
           end-perform.
           move "n" to operator_ok.
           perform until operator_ok = "y"
               display ask_password
               accept ask_password
                   on exception
                       display ask_msg_pass
                   not on exception
                       display ask_msg_clear
                       move "y" to operator_ok
               end-accept
           end-perform.

           call "pythsec" using operator_id operator_password
               sec_function sec_program mode_choice sec_result.
           if sec_result = "Y"
               move "y" to operator_granted
           else
               move "n" to operator_granted
               display "not authorised for this function"
           end-if.

       accept_export.
           move "n" to export_ok.
               move req_unit to exp_unit
               move orig_val_1 to exp_orig_a
               move orig_val_2 to exp_orig_b
               move req_type to exp_type
               move triangle_flag to exp_flag

               open extend export_file
               if export_status = "35"
                   at end
                       continue
                   not at end
                       if restart_layout = "d2"
                               and restart_dept_used is numeric
                               and restart_dept_used <= 201
                           move restart_count to restart_checkpoint
                           move restart_rpt_count
                               to restart_saved_count
                               to restart_saved_total
                           move restart_batch_count
                               to restart_saved_batch_count
                           move restart_dept_used to dept_saved_used
                           move restart_dept_block
                               to dept_saved_summary
                       else
           move report_count to restart_rpt_count.
           move report_total to restart_rpt_total.
           move batch_total_count to restart_batch_count.
           move "d2" to restart_layout.
           move dept_used to restart_dept_used.
           initialize restart_dept_block.
           move zero to dept_index.
           perform save_one_dept dept_used times.
           open output restart_file.
           write restart_record.
           close restart_file.

       save_one_dept.
           add 1 to dept_index.
           move dept_sum_code(dept_index)
               to restart_dept_code(dept_index).
           move dept_sum_count(dept_index)
               to restart_dept_count(dept_index).
           move dept_sum_total(dept_index)
       init_dept_summary.
           initialize dept_summary.
           initialize dept_saved_summary.
           move zero to dept_used.
           move zero to dept_saved_used.
           move "n" to dept_full_warn.

           open input dept_file.
           if dept_status = "00"
               move low-values to dpt_code
               move "n" to dept_eof
               start dept_file key >= dpt_code
                   invalid key
                       move "y" to dept_eof
               end-start
               perform until dept_eof = "y"
                   read dept_file next
                       at end
                           move "y" to dept_eof
                       not at end
                           perform load_one_dept
                   end-read
                   if dept_status = "99"
                       display "department record in use, "
                           "summary may be incomplete"
                       move "y" to dept_eof
                   end-if
               end-perform
               close dept_file
           else
               display "department master not on file, "
                   "no department summary"
           end-if.

           add 1 to dept_used.
           move "***" to dept_sum_code(dept_used).

       load_one_dept.
           if dept_used < 200
               add 1 to dept_used
               move dpt_code to dept_sum_code(dept_used)
           else
               if dept_full_warn = "n"
                   display "department table full, "
                       "extra departments reported as ***"
                   move "y" to dept_full_warn
               end-if
           end-if.

       accept_unit.
           move "n" to unit_entry_ok.
       run_maintain_reference.
           perform accept_operator.
           move "n" to maint_done.
           if operator_granted = "n"
               move "y" to maint_done
               move 8 to return-code
           end-if.
           perform until maint_done = "y"
               perform accept_maint_action
               evaluate maint_action
               end-if
               move restart_saved_count to report_count
               move restart_saved_total to report_total
               move zero to dept_saved_index
               perform restore_one_dept dept_saved_used times
           else
               open output report_file
               move zero to report_count
           perform write_report_heading.

       restore_one_dept.
           add 1 to dept_saved_index.
           move zero to dept_hit.
           move zero to dept_index.
           perform until dept_index >= dept_used or dept_hit > 0
               add 1 to dept_index
               if dept_sum_code(dept_index)
                       = dept_saved_code(dept_saved_index)
                   move dept_index to dept_hit
               end-if
           end-perform.
           if dept_hit = 0
               move dept_used to dept_hit
           end-if.
           add dept_saved_count(dept_saved_index)
               to dept_sum_count(dept_hit).
           add dept_saved_total(dept_saved_index)
               to dept_sum_total(dept_hit).

       write_report_heading.
           add 1 to report_page.
       add_dept_totals.
           move zero to dept_hit.
           move zero to dept_index.
           perform until dept_index >= dept_used - 1 or dept_hit > 0
               add 1 to dept_index
               if dept_sum_code(dept_index) = req_dept
                   move dept_index to dept_hit
               end-if
           end-perform.
           if dept_hit = 0
               move dept_used to dept_hit
           end-if.
           add 1 to dept_sum_count(dept_hit).
           if c_overflow = "n" and solve_invalid = "n"
           move "totals by department:" to report_line.
           write report_line.
           move zero to dept_index.
           perform write_one_dept_line dept_used times.
           close report_file.

       write_one_dept_line.
           add 1 to dept_index.
           if dept_index < dept_used
                   or dept_sum_count(dept_index) > 0
               move dept_sum_code(dept_index) to rpt_dept_code
               move dept_sum_count(dept_index) to rpt_dept_count
               move dept_sum_total(dept_index) to rpt_dept_total
               move zero to batch_processed
               perform write_checkpoint
               close batch_file
               perform commit_file_sequence
           end-if.

       commit_file_sequence.
           open input seq_pending_file.
           if seq_pending_status = "00"
               read seq_pending_file
                   at end
                       continue
                   not at end
                       open extend seq_file
                       if seq_status = "35"
                           open output seq_file
                           close seq_file
                           open extend seq_file
                       end-if
                       move seq_pending_record to seq_record
                       write seq_record
                       close seq_file
               end-read
               close seq_pending_file
               open output seq_pending_file
               close seq_pending_file
           end-if.

       process_batch_record.
