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
           select file_result_file assign to "PYTHFLR.DAT"
               organization is line sequential
               file status is file_result_status.

       data division.
       file section.
       fd  raw_file.
       01  raw_record pic x(80).
       01  raw_header_record.
           05 hdr_id pic x(3).
           05 hdr_submitter pic x(3).
           05 hdr_file_date pic 9(8).
           05 hdr_seq pic 9(6).
           05 filler pic x(60).
       01  raw_trailer_record.
           05 trl_id pic x(3).
           05 trl_count pic 9(6).
           05 trl_hash_a pic 9(9).
           05 trl_hash_b pic 9(9).
           05 filler pic x(53).

       fd  valid_file.
       01  valid_record pic x(13).
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

       fd  seq_file.
       01  seq_record.
           05 seq_submitter pic x(3).
           05 filler pic x value space.
           05 seq_number pic 9(6).
           05 filler pic x value space.
           05 seq_file_date pic 9(8).
           05 filler pic x value space.
           05 seq_run_date pic 9(8).
           05 filler pic x value space.
           05 seq_input_name pic x(20).
           05 filler pic x value space.
           05 seq_count pic 9(6).

       fd  seq_pending_file.
       01  seq_pending_record.
           05 sqp_submitter pic x(3).
           05 filler pic x value space.
           05 sqp_number pic 9(6).
           05 filler pic x value space.
           05 sqp_file_date pic 9(8).
           05 filler pic x value space.
           05 sqp_run_date pic 9(8).
           05 filler pic x value space.
           05 sqp_input_name pic x(20).
           05 filler pic x value space.
           05 sqp_count pic 9(6).

       fd  file_result_file.
       01  file_result_record.
           05 flr_run_date pic 9(8).
           05 filler pic x value space.
           05 flr_run_time pic 9(6).
           05 filler pic x value space.
           05 flr_submitter pic x(3).
           05 filler pic x value space.
           05 flr_file_date pic 9(8).
           05 filler pic x value space.
           05 flr_seq pic 9(6).
           05 filler pic x value space.
           05 flr_input_name pic x(20).
           05 filler pic x value space.
           05 flr_result pic x.
           05 filler pic x value space.
           05 flr_count pic 9(6).
           05 filler pic x value space.
           05 flr_reason pic x(30).

       working-storage section.
           77 edit_input_name pic x(20).
           77 raw_status pic xx.
           77 unit_work pic 9(4).
           77 unit_conv pic 9(5)v99.

           77 dept_status pic xx.
           77 dept_available pic x value "n".
           77 dept_found pic x value "n".
           77 edit_today pic 9(8).

           77 seq_status pic xx.
           77 seq_eof pic x value "n".
           77 seq_pending_status pic xx.
           77 file_result_status pic xx.
           77 raw_rejected pic x value "n".
           77 file_reason pic x(30) value spaces.
           77 hdr_count pic 9(6) value zero.
           77 trl_seen pic x value "n".
           77 trl_last pic x value "n".
           77 detail_count pic 9(6) value zero.
           77 hash_a_total pic 9(9) value zero.
           77 hash_b_total pic 9(9) value zero.
           77 hash_work pic 9(4).
           77 save_submitter pic x(3) value spaces.
           77 save_file_date pic 9(8) value zero.
           77 save_seq pic 9(6) value zero.
           77 save_trl_count pic 9(6) value zero.
           77 save_trl_hash_a pic 9(9) value zero.
           77 save_trl_hash_b pic 9(9) value zero.

       linkage section.
           01 link_input_name pic x(20).
           move function current-date(9:6) to run_started_time.
           move link_input_name to edit_input_name.
           move zero to link_return.
           move function current-date(1:8) to edit_today.

           open input raw_file.
           if raw_status not = "00"
               display "batch input file not found"
               move "y" to raw_missing
           else
               perform balance_input_file
               close raw_file
               perform write_file_result
               if raw_rejected = "y"
                   display "batch input file rejected, "
                       file_reason
               else
                   open input raw_file
               end-if
           end-if.

           if raw_missing = "y" or raw_rejected = "y"
               open output seq_pending_file
               close seq_pending_file
           end-if.

           perform probe_resub_file.

           if (raw_missing = "y" or raw_rejected = "y")
                   and resub_present = "n"
               open output valid_file
               close valid_file
               open output reject_file
               close reject_file
               perform write_edit_report
               move 8 to link_return
           else
               perform open_dept_master
               open output valid_file
               open output reject_file
               if resub_present = "y"
                   perform edit_resub_records
               end-if
               if raw_missing = "n" and raw_rejected = "n"
                   perform edit_all_records
                   close raw_file
                   perform record_pending_sequence
               end-if
               close valid_file
               close reject_file
               if dept_available = "y"
                   close dept_file
               end-if
               perform write_edit_report
               if accept_count = 0
                   move 8 to link_return
               else
                   if reject_count > 0 or raw_rejected = "y"
                       move 4 to link_return
                   end-if
               end-if
                   at end
                       move "y" to raw_eof
                   not at end
                       if hdr_id not = "HDR" and trl_id not = "TRL"
                           add 1 to read_count
                           perform edit_one_record
                       end-if
               end-read
           end-perform.

       balance_input_file.
           move "n" to raw_rejected.
           move spaces to file_reason.
           move zero to hdr_count.
           move zero to detail_count.
           move zero to hash_a_total.
           move zero to hash_b_total.
           move "n" to trl_seen.
           move "n" to trl_last.

           move "n" to raw_eof.
           perform until raw_eof = "y"
               read raw_file
                   at end
                       move "y" to raw_eof
                   not at end
                       perform balance_one_record
               end-read
           end-perform.

           if hdr_count = 0
               move "y" to raw_rejected
               move "missing header record" to file_reason
           end-if.
           if raw_rejected = "n" and trl_last = "n"
               move "y" to raw_rejected
               move "missing trailer record" to file_reason
           end-if.
           if raw_rejected = "n"
               if save_submitter = spaces
                       or save_file_date = 0
                       or save_seq = 0
                   move "y" to raw_rejected
                   move "invalid header record" to file_reason
               end-if
           end-if.
           if raw_rejected = "n"
                   and save_trl_count not = detail_count
               move "y" to raw_rejected
               move "record count out of balance" to file_reason
           end-if.
           if raw_rejected = "n"
                   and save_trl_hash_a not = hash_a_total
               move "y" to raw_rejected
               move "hash total a out of balance" to file_reason
           end-if.
           if raw_rejected = "n"
                   and save_trl_hash_b not = hash_b_total
               move "y" to raw_rejected
               move "hash total b out of balance" to file_reason
           end-if.
           if raw_rejected = "n"
               perform check_file_sequence
           end-if.

       balance_one_record.
           if trl_seen = "y"
               move "n" to trl_last
           end-if.

           evaluate true
               when hdr_id = "HDR"
                   add 1 to hdr_count
                   if hdr_count > 1 or detail_count > 0
                           or trl_seen = "y"
                       move "y" to raw_rejected
                       move "header record out of place"
                           to file_reason
                   end-if
                   move hdr_submitter to save_submitter
                   if hdr_file_date is numeric
                       move hdr_file_date to save_file_date
                   else
                       move zero to save_file_date
                   end-if
                   if hdr_seq is numeric
                       move hdr_seq to save_seq
                   else
                       move zero to save_seq
                   end-if
               when trl_id = "TRL"
                   if trl_seen = "y"
                       move "y" to raw_rejected
                       move "more than one trailer record"
                           to file_reason
                   end-if
                   move "y" to trl_seen
                   move "y" to trl_last
                   if trl_count is numeric
                           and trl_hash_a is numeric
                           and trl_hash_b is numeric
                       move trl_count to save_trl_count
                       move trl_hash_a to save_trl_hash_a
                       move trl_hash_b to save_trl_hash_b
                   else
                       move "y" to raw_rejected
                       move "invalid trailer record" to file_reason
                   end-if
               when other
                   add 1 to detail_count
                   if raw_record(1:4) is numeric
                       move raw_record(1:4) to hash_work
                       add hash_work to hash_a_total
                   end-if
                   if raw_record(5:4) is numeric
                       move raw_record(5:4) to hash_work
                       add hash_work to hash_b_total
                   end-if
           end-evaluate.

           if hdr_count = 0 and raw_rejected = "n"
               move "y" to raw_rejected
               move "missing header record" to file_reason
           end-if.

       check_file_sequence.
           open input seq_file.
           if seq_status = "00"
               move "n" to seq_eof
               perform until seq_eof = "y"
                   read seq_file
                       at end
                           move "y" to seq_eof
                       not at end
                           if seq_submitter = save_submitter
                                   and seq_number = save_seq
                               move "y" to raw_rejected
                               move "sequence already processed"
                                   to file_reason
                               move "y" to seq_eof
                           end-if
                   end-read
               end-perform
               close seq_file
           end-if.

       record_pending_sequence.
           open output seq_pending_file.
           move spaces to seq_pending_record.
           move save_submitter to sqp_submitter.
           move save_seq to sqp_number.
           move save_file_date to sqp_file_date.
           move edit_today to sqp_run_date.
           move edit_input_name to sqp_input_name.
           move detail_count to sqp_count.
           write seq_pending_record.
           close seq_pending_file.

       write_file_result.
           open extend file_result_file.
           if file_result_status = "35"
               open output file_result_file
               close file_result_file
               open extend file_result_file
           end-if.

           move spaces to file_result_record.
           move edit_today to flr_run_date.
           move function current-date(9:6) to flr_run_time.
           move save_submitter to flr_submitter.
           move save_file_date to flr_file_date.
           move save_seq to flr_seq.
           move edit_input_name to flr_input_name.
           move detail_count to flr_count.
           if raw_rejected = "y"
               move "R" to flr_result
               move file_reason to flr_reason
           else
               move "A" to flr_result
           end-if.
           write file_result_record.
           close file_result_file.

       edit_one_record.
           move space to reject_reason.

               perform write_reject_record
           end-if.

       open_dept_master.
           open input dept_file.
           if dept_status = "00"
               move "y" to dept_available
           else
               move "n" to dept_available
               display "department master not on file, "
                   "all departments will be rejected"
           end-if.

       check_department.
           move "n" to dept_found.
           if dept_available = "y"
               move raw_record(9:3) to dpt_code
               read dept_file key is dpt_code
                   invalid key
                       continue
                   not invalid key
                       if dpt_active = "A"
                               and dpt_eff_start <= edit_today
                               and (dpt_eff_end = 0
                                   or dpt_eff_end >= edit_today)
                           move "y" to dept_found
                       end-if
               end-read
           end-if.

       check_type.
           move "n" to type_ok.
           move spaces to edit_report_line.
           write edit_report_line.

           perform write_file_control_lines.

           move spaces to edit_report_line.
           string "records read:     " read_count
               delimited by size into edit_report_line.
           end-if.

           close edit_report_file.

       write_file_control_lines.
           move spaces to edit_report_line.
           string "input file:       " edit_input_name
               delimited by size into edit_report_line.
           write edit_report_line.

           if raw_missing = "y"
               move spaces to edit_report_line
               string "file control:     no batch input file"
                   delimited by size into edit_report_line
               write edit_report_line
           else
               move spaces to edit_report_line
               string "  submitter:      " save_submitter
                   "  file date " save_file_date
                   "  seq " save_seq
                   delimited by size into edit_report_line
               write edit_report_line
               move spaces to edit_report_line
               string "  trailer count:  " save_trl_count
                   "  detail count " detail_count
                   delimited by size into edit_report_line
               write edit_report_line
               move spaces to edit_report_line
               string "  trailer hash a: " save_trl_hash_a
                   "  detail hash " hash_a_total
                   delimited by size into edit_report_line
               write edit_report_line
               move spaces to edit_report_line
               string "  trailer hash b: " save_trl_hash_b
                   "  detail hash " hash_b_total
                   delimited by size into edit_report_line
               write edit_report_line
               move spaces to edit_report_line
               if raw_rejected = "y"
                   string "file control:     rejected, " file_reason
                       delimited by size into edit_report_line
               else
                   string "file control:     in balance, accepted"
                       delimited by size into edit_report_line
               end-if
               write edit_report_line
           end-if.

           move spaces to edit_report_line.
           write edit_report_line.
