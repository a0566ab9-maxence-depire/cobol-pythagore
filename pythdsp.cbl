       identification division.
       program-id. pythdsp.

       environment division.
       input-output section.
       file-control.
           select disp_control_file assign to "PYTHDCT.DAT"
               organization is line sequential
               file status is disp_control_status.
           select dept_file assign to "PYTHDPT.DAT"
               organization is indexed
               access mode is dynamic
               record key is dpt_code
               lock mode is automatic with lock on record
               sharing with all other
               file status is dept_status.
           select control_file assign to "PYTHCTL.DAT"
               organization is line sequential
               file status is control_status.
           select file_result_file assign to "PYTHFLR.DAT"
               organization is line sequential
               file status is file_result_status.
           select export_file assign to "PYTHEXP.DAT"
               organization is line sequential
               file status is export_status.
           select reject_file assign to "BATCHREJ.DAT"
               organization is line sequential
               file status is reject_status.
           select pending_file assign to "PYTHPND.DAT"
               organization is line sequential
               file status is pending_status.
           select response_file assign to response_filename
               organization is line sequential
               file status is response_status.
           select disp_report_file assign to "PYTHDSR.DAT"
               organization is line sequential
               file status is disp_report_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  disp_control_file.
       01  disp_control_record.
           05 dct_date pic 9(8).

       fd  dept_file.
       01  dept_record.
           05 dpt_code pic x(3).
           05 dpt_desc pic x(30).
           05 dpt_cost_center pic x(8).
           05 dpt_contact pic x(20).
           05 dpt_active pic x.
           05 dpt_eff_start pic 9(8).
           05 dpt_eff_end pic 9(8).

       fd  control_file.
       01  control_record.
           05 ctl_input_name pic x(20).
           05 ctl_export pic x.
           05 filler pic x(12).

       fd  file_result_file.
       01  file_result_record.
           05 flr_run_date pic 9(8).
           05 filler pic x.
           05 flr_run_time pic 9(6).
           05 filler pic x.
           05 flr_submitter pic x(3).
           05 filler pic x.
           05 flr_file_date pic 9(8).
           05 filler pic x.
           05 flr_seq pic 9(6).
           05 filler pic x.
           05 flr_input_name pic x(20).
           05 filler pic x.
           05 flr_result pic x.
           05 filler pic x.
           05 flr_count pic 9(6).
           05 filler pic x.
           05 flr_reason pic x(30).

       fd  export_file.
       01  export_record.
           05 exp_date pic 9(8).
           05 filler pic x.
           05 exp_a pic 999v9.
           05 filler pic x.
           05 exp_b pic 999v9.
           05 filler pic x.
           05 exp_c pic 999v9.
           05 filler pic x.
           05 exp_status pic x.
           05 filler pic x.
           05 exp_angle_a pic 99v99.
           05 filler pic x.
           05 exp_angle_b pic 99v99.
           05 filler pic x.
           05 exp_area pic 9(6)v99.
           05 filler pic x.
           05 exp_perimeter pic 9(4)v99.
           05 filler pic x.
           05 exp_dept pic x(3).
           05 filler pic x.
           05 exp_sugg_a pic 999v9.
           05 filler pic x.
           05 exp_sugg_b pic 999v9.
           05 filler pic x.
           05 exp_sugg_c pic 999v9.
           05 filler pic x.
           05 exp_unit pic x.
           05 filler pic x.
           05 exp_orig_a pic 999v9.
           05 filler pic x.
           05 exp_orig_b pic 999v9.
           05 filler pic x.
           05 exp_type pic x.
           05 filler pic x.
           05 exp_flag pic x.

       fd  reject_file.
       01  reject_record.
           05 rej_reason pic x.
           05 filler pic x.
           05 rej_data pic x(80).

       fd  pending_file.
       01  pending_record.
           05 pnd_date pic 9(8).
           05 filler pic x.
           05 pnd_source pic x.
           05 filler pic x.
           05 pnd_reason pic x.
           05 filler pic x.
           05 pnd_status pic x.
           05 filler pic x.
           05 pnd_data pic x(80).

       fd  response_file.
       01  response_record.
           05 rsp_rec_type pic x.
           05 filler pic x value space.
           05 rsp_dept pic x(3).
           05 filler pic x value space.
           05 rsp_disposition pic x(8).
           05 filler pic x value space.
           05 rsp_submitted pic x(13).
           05 filler pic x value space.
           05 rsp_a pic 999.9.
           05 filler pic x value space.
           05 rsp_b pic 999.9.
           05 filler pic x value space.
           05 rsp_c pic 999.9.
           05 filler pic x value space.
           05 rsp_flag pic x(11).
           05 filler pic x value space.
           05 rsp_sugg_a pic 999.9.
           05 filler pic x value space.
           05 rsp_sugg_b pic 999.9.
           05 filler pic x value space.
           05 rsp_sugg_c pic 999.9.
           05 filler pic x value space.
           05 rsp_reason pic x(30).
       01  response_file_level.
           05 rsf_rec_type pic x.
           05 filler pic x.
           05 rsf_dept pic x(3).
           05 filler pic x.
           05 rsf_disposition pic x(8).
           05 filler pic x.
           05 rsf_input_name pic x(20).
           05 filler pic x.
           05 rsf_file_date pic 9(8).
           05 filler pic x.
           05 rsf_seq pic 9(6).
           05 filler pic x.
           05 rsf_count pic 9(6).
           05 filler pic x.
           05 rsf_reason pic x(30).
       01  response_trailer.
           05 rst_rec_type pic x.
           05 filler pic x.
           05 rst_dept pic x(3).
           05 filler pic x.
           05 rst_run_date pic 9(8).
           05 filler pic x.
           05 rst_total pic 9(6).
           05 filler pic x.
           05 rst_computed pic 9(6).
           05 filler pic x.
           05 rst_rejected pic 9(6).
           05 filler pic x.
           05 rst_pending pic 9(6).
           05 filler pic x.
           05 rst_files_rejected pic 9(6).

       fd  disp_report_file.
       01  disp_report_line pic x(110).

       fd  run_log_file.
       01  run_log_record.
           05 run_program pic x(9).
           05 filler pic x value space.
           05 run_mode_code pic 9.
           05 filler pic x value space.
           05 run_start_date pic 9(8).
           05 filler pic x value space.
           05 run_start_time pic 9(6).
           05 filler pic x value space.
           05 run_end_date pic 9(8).
           05 filler pic x value space.
           05 run_end_time pic 9(6).
           05 filler pic x value space.
           05 run_input_name pic x(20).
           05 filler pic x value space.
           05 run_count_1 pic 9(6).
           05 filler pic x value space.
           05 run_count_2 pic 9(6).
           05 filler pic x value space.
           05 run_count_3 pic 9(6).
           05 filler pic x value space.
           05 run_return pic 99.

       working-storage section.
           77 disp_control_status pic xx.
           77 disp_control_present pic x value "n".
           77 control_status pic xx.
           77 export_off pic x value "n".
           77 file_result_status pic xx.
           77 file_result_eof pic x value "n".
           77 dept_status pic xx.
           77 export_status pic xx.
           77 reject_status pic xx.
           77 pending_status pic xx.
           77 response_status pic xx.
           77 disp_report_status pic xx.

           77 response_filename pic x(20).
           77 response_open pic x value "n".
           77 run_date pic 9(8).

           77 dept_eof pic x value "n".
           77 export_eof pic x value "n".
           77 reject_eof pic x value "n".
           77 pending_eof pic x value "n".

           77 file_count pic 9(6) value zero.
           77 all_computed pic 9(6) value zero.
           77 all_rejected pic 9(6) value zero.
           77 all_pending pic 9(6) value zero.
           77 all_files_rejected pic 9(6) value zero.

           77 dept_total pic 9(6) value zero.
           77 dept_computed pic 9(6) value zero.
           77 dept_rejected pic 9(6) value zero.
           77 dept_pending pic 9(6) value zero.
           77 dept_files_rejected pic 9(6) value zero.

           77 reason_code pic x.
           77 reason_text pic x(30).

           01 submitted_image.
               05 sub_a pic 999v9.
               05 sub_b pic 999v9.
               05 sub_dept pic x(3).
               05 sub_type pic x.
               05 sub_unit pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.

           perform read_disp_control.
           if disp_control_present = "n"
               display "pythagore department response files"
               display "run date (yyyymmdd) = " no advancing
               accept run_date
           end-if.

           perform check_export_control.

           if run_date = 0
               display "invalid date"
               move 16 to return-code
           else
           if export_off = "y"
               display "batch export is off in the run control file, "
                   "computed records not available"
               perform open_disp_report
               move "no response files written, batch export is off "
                   to disp_report_line
               write disp_report_line
               move "in the run control file (PYTHCTL.DAT)"
                   to disp_report_line
               write disp_report_line
               close disp_report_file
               move 8 to return-code
           else
               open input dept_file
               if dept_status not = "00"
                   display "no department master on file"
                   move 8 to return-code
               else
                   perform open_disp_report
                   perform build_all_responses
                   perform close_disp_report
                   close dept_file
                   display "response files written: " file_count
                   display "records computed:       " all_computed
                   display "records rejected:       " all_rejected
                   display "records pending:        " all_pending
                   display "input files rejected:   "
                       all_files_rejected
               end-if
           end-if
           end-if.

           perform write_run_log.

           goback.

       write_run_log.
           open extend run_log_file.
           if run_log_status = "35"
               open output run_log_file
               close run_log_file
               open extend run_log_file
           end-if.

           move spaces to run_log_record.
           move "pythdsp" to run_program.
           move zero to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHEXP.DAT" to run_input_name.
           move all_computed to run_count_1.
           move all_rejected to run_count_2.
           move all_pending to run_count_3.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       read_disp_control.
           move "n" to disp_control_present.

           open input disp_control_file.
           if disp_control_status = "00"
               read disp_control_file
                   at end
                       continue
                   not at end
                       move "y" to disp_control_present
                       move dct_date to run_date
               end-read
               close disp_control_file
               open output disp_control_file
               close disp_control_file
           end-if.

       check_export_control.
           move "n" to export_off.

           open input control_file.
           if control_status = "00"
               read control_file
                   at end
                       continue
                   not at end
                       if ctl_export = "n"
                           move "y" to export_off
                       end-if
               end-read
               close control_file
           end-if.

       build_all_responses.
           move low-values to dpt_code.
           move "n" to dept_eof.
           start dept_file key >= dpt_code
               invalid key
                   move "y" to dept_eof
           end-start.

           perform until dept_eof = "y"
               read dept_file next
                   at end
                       move "y" to dept_eof
                   not at end
                       perform build_one_response
               end-read
               if dept_status = "99"
                   display "department record in use, "
                       "responses incomplete"
                   move "y" to dept_eof
                   move 4 to return-code
               end-if
           end-perform.

       build_one_response.
           move "n" to response_open.
           move zero to dept_total.
           move zero to dept_computed.
           move zero to dept_rejected.
           move zero to dept_pending.
           move zero to dept_files_rejected.
           string "RSP" dpt_code run_date ".DAT"
               delimited by size into response_filename.

           perform respond_file_level.
           perform respond_computed.
           perform respond_rejected.
           perform respond_pending.

           if response_open = "y"
               move spaces to response_trailer
               move "T" to rst_rec_type
               move dpt_code to rst_dept
               move run_date to rst_run_date
               move dept_total to rst_total
               move dept_computed to rst_computed
               move dept_rejected to rst_rejected
               move dept_pending to rst_pending
               move dept_files_rejected to rst_files_rejected
               write response_trailer
               close response_file
               add 1 to file_count
               perform write_disp_report_line
           end-if.

       open_response_file.
           if response_open = "n"
               open output response_file
               move "y" to response_open
           end-if.

       respond_file_level.
           open input file_result_file.
           if file_result_status = "00"
               move "n" to file_result_eof
               perform until file_result_eof = "y"
                   read file_result_file
                       at end
                           move "y" to file_result_eof
                       not at end
                           if flr_run_date = run_date
                                   and flr_result = "R"
                                   and flr_submitter = dpt_code
                               perform write_file_level_line
                           end-if
                   end-read
               end-perform
               close file_result_file
           end-if.

       write_file_level_line.
           perform open_response_file.
           move spaces to response_file_level.
           move "F" to rsf_rec_type.
           move dpt_code to rsf_dept.
           move "rejected" to rsf_disposition.
           move flr_input_name to rsf_input_name.
           move flr_file_date to rsf_file_date.
           move flr_seq to rsf_seq.
           move flr_count to rsf_count.
           move flr_reason to rsf_reason.
           write response_file_level.
           add 1 to dept_files_rejected.
           add 1 to all_files_rejected.

       respond_computed.
           open input export_file.
           if export_status = "00"
               move "n" to export_eof
               perform until export_eof = "y"
                   read export_file
                       at end
                           move "y" to export_eof
                       not at end
                           if exp_date = run_date
                                   and exp_dept = dpt_code
                               perform write_computed_line
                           end-if
                   end-read
               end-perform
               close export_file
           end-if.

       write_computed_line.
           perform open_response_file.
           move spaces to response_record.
           move "D" to rsp_rec_type.
           move dpt_code to rsp_dept.
           move "computed" to rsp_disposition.
           move exp_orig_a to sub_a.
           move exp_orig_b to sub_b.
           move exp_dept to sub_dept.
           move exp_type to sub_type.
           move exp_unit to sub_unit.
           move submitted_image to rsp_submitted.
           move exp_a to rsp_a.
           move exp_b to rsp_b.
           move exp_c to rsp_c.

           if exp_status = "o"
               move "overflow" to rsp_flag
           else
               evaluate exp_flag
                   when "d"
                       move "degenerate" to rsp_flag
                   when "e"
                       move "exact" to rsp_flag
                   when "a"
                       move "approximate" to rsp_flag
                   when other
                       move spaces to rsp_flag
               end-evaluate
           end-if.

           move exp_sugg_a to rsp_sugg_a.
           move exp_sugg_b to rsp_sugg_b.
           move exp_sugg_c to rsp_sugg_c.
           write response_record.
           add 1 to dept_total.
           add 1 to dept_computed.
           add 1 to all_computed.

       respond_rejected.
           open input reject_file.
           if reject_status = "00"
               move "n" to reject_eof
               perform until reject_eof = "y"
                   read reject_file
                       at end
                           move "y" to reject_eof
                       not at end
                           if rej_data(9:3) = dpt_code
                               move rej_reason to reason_code
                               perform spell_reason
                               perform open_response_file
                               move spaces to response_record
                               move "D" to rsp_rec_type
                               move dpt_code to rsp_dept
                               move "rejected" to rsp_disposition
                               move rej_data(1:13) to rsp_submitted
                               move reason_text to rsp_reason
                               write response_record
                               add 1 to dept_total
                               add 1 to dept_rejected
                               add 1 to all_rejected
                           end-if
                   end-read
               end-perform
               close reject_file
           end-if.

       respond_pending.
           open input pending_file.
           if pending_status = "00"
               move "n" to pending_eof
               perform until pending_eof = "y"
                   read pending_file
                       at end
                           move "y" to pending_eof
                       not at end
                           if pnd_source = "B" and pnd_status = "P"
                                   and pnd_data(9:3) = dpt_code
                               move pnd_reason to reason_code
                               perform spell_reason
                               perform open_response_file
                               move spaces to response_record
                               move "D" to rsp_rec_type
                               move dpt_code to rsp_dept
                               move "pending" to rsp_disposition
                               move pnd_data(1:13) to rsp_submitted
                               move reason_text to rsp_reason
                               write response_record
                               add 1 to dept_total
                               add 1 to dept_pending
                               add 1 to all_pending
                           end-if
                   end-read
               end-perform
               close pending_file
           end-if.

       spell_reason.
           evaluate reason_code
               when "L"
                   move "wrong record length" to reason_text
               when "N"
                   move "a or b not numeric" to reason_text
               when "R"
                   move "department not active" to reason_text
               when "T"
                   move "invalid request type" to reason_text
               when "U"
                   move "invalid unit or too large" to reason_text
               when "D"
                   move "duplicate of earlier record" to reason_text
               when other
                   move "rejected, see batch edit" to reason_text
           end-evaluate.

       open_disp_report.
           open output disp_report_file.
           move spaces to disp_report_line.
           string "pythagore department responses - run date "
               run_date
               delimited by size into disp_report_line.
           write disp_report_line.
           move spaces to disp_report_line.
           write disp_report_line.

       write_disp_report_line.
           move spaces to disp_report_line.
           string "  " response_filename
               "  total " dept_total
               "  computed " dept_computed
               "  rejected " dept_rejected
               "  pending " dept_pending
               "  files rejected " dept_files_rejected
               delimited by size into disp_report_line.
           write disp_report_line.

       close_disp_report.
           move spaces to disp_report_line.
           write disp_report_line.
           move spaces to disp_report_line.
           string "response files written: " file_count
               delimited by size into disp_report_line.
           write disp_report_line.
           close disp_report_file.
