           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.
           select void_audit_file assign to "PYTHVAD.DAT"
               organization is line sequential
               file status is void_audit_status.
           select period_file assign to "PYTHPER.DAT"
               organization is indexed
               access mode is dynamic
               record key is per_month
               lock mode is automatic with lock on record
               sharing with all other
               file status is period_status.
           select suspense_file assign to "PYTHSUS.DAT"
               organization is line sequential
               file status is suspense_status.
           select suspense_work_file assign to "PYTHSUW.DAT"
               organization is line sequential
               file status is suspense_work_status.
           select suspense_report_file assign to "PYTHSUR.DAT"
               organization is line sequential
               file status is suspense_report_status.

       data division.
       file section.
           05 hct_start pic 9(8).
           05 hct_end pic 9(8).
           05 hct_cutoff pic 9(8).
           05 hct_operator pic x(8).

       fd  daily_file.
       01  daily_record.
           05 mst_unit pic x.
           05 mst_orig_a pic 999v9.
           05 mst_orig_b pic 999v9.
           05 mst_void_flag pic x.
           05 mst_void_reason pic xx.
           05 mst_void_date pic 9(8).
           05 mst_void_oper pic x(8).
           05 mst_recall_flag pic x.
           05 mst_recall_date pic 9(8).

       fd  archive_file.
       01  archive_record.
           05 arc_orig_a pic 999v9.
           05 filler pic x.
           05 arc_orig_b pic 999v9.
           05 filler pic x.
           05 arc_void_flag pic x.
           05 filler pic x.
           05 arc_void_reason pic xx.
           05 filler pic x.
           05 arc_void_date pic 9(8).
           05 filler pic x.
           05 arc_void_oper pic x(8).
           05 filler pic x.
           05 arc_seq pic 999.

       fd  run_log_file.
       01  run_log_record.
           05 filler pic x value space.
           05 run_return pic 99.

       fd  void_audit_file.
       01  void_audit_record.
           05 vad_date pic 9(8).
           05 filler pic x value space.
           05 vad_time pic 9(6).
           05 filler pic x value space.
           05 vad_operator pic x(8).
           05 filler pic x value space.
           05 vad_action pic x.
           05 filler pic x value space.
           05 vad_reason pic xx.
           05 filler pic x value space.
           05 vad_before pic x(93).
           05 filler pic x value space.
           05 vad_after pic x(93).

       fd  period_file.
       01  period_record.
           05 per_month pic 9(6).
           05 per_status pic x.
           05 per_close_date pic 9(8).
           05 per_close_oper pic x(8).
           05 per_reopen_date pic 9(8).
           05 per_reopen_oper pic x(8).
           05 per_close_count pic 9(7).

       fd  suspense_file.
       01  suspense_record.
           05 sus_date pic 9(8).
           05 filler pic x.
           05 sus_time pic 9(6).
           05 filler pic x.
           05 sus_action pic x.
           05 filler pic x.
           05 sus_month pic 9(6).
           05 filler pic x.
           05 sus_status pic x.
           05 filler pic x.
           05 sus_operator pic x(8).
           05 filler pic x.
           05 sus_void_reason pic xx.
           05 filler pic x.
           05 sus_post_date pic 9(8).
           05 filler pic x.
           05 sus_image pic x(93).

       fd  suspense_work_file.
       01  suspense_work_record pic x(141).

       fd  suspense_report_file.
       01  suspense_report_line pic x(80).

       working-storage section.
           77 daily_filename pic x(20).
           77 daily_status pic xx.
           77 dup_count pic 9(6) value zero.
           77 drop_count pic 9(6) value zero.
           77 arch_count pic 9(6) value zero.
           77 return_count pic 9(6) value zero.
           77 match_count pic 9(6) value zero.

           77 inq_a pic 999v9.
           77 inq_disp_b pic zz9.9.
           77 inq_disp_c pic zz9.9.

           77 void_audit_status pic xx.
           77 void_count pic 9(6) value zero.
           77 void_reject_count pic 9(6) value zero.
           77 void_operator pic x(8).
           77 archive_operator pic x(8).
           77 repost_operator pic x(8).
           77 operator_password pic x(8).
           77 sec_function pic x(6).
           77 sec_program pic x(9) value "pythhist".
           77 sec_result pic x.
           77 void_reason pic xx.
           77 void_entry_ok pic x value "n".
           77 void_before pic x(93).
           77 void_index pic 9 value zero.

           77 period_status pic xx.
           77 period_available pic x value "n".
           77 period_closed pic x value "n".
           77 period_cached_month pic 9(6) value zero.
           77 period_cached_closed pic x value "n".
           77 check_month pic 9(6).

           77 suspense_status pic xx.
           77 suspense_work_status pic xx.
           77 suspense_report_status pic xx.
           77 suspense_report_open pic x value "n".
           77 suspense_eof pic x value "n".
           77 closed_dup pic x value "n".
           77 suspend_count pic 9(6) value zero.
           77 repost_count pic 9(6) value zero.
           77 still_held_count pic 9(6) value zero.
           77 repost_drop_count pic 9(6) value zero.
           77 sus_text pic x(16).
           77 hold_action pic x.
           77 hold_operator pic x(8).
           77 hold_void_reason pic xx.
           77 saved_add_count pic 9(6) value zero.

           01 suspense_detail_line.
               05 filler pic x(2) value spaces.
               05 sdl_text pic x(16).
               05 filler pic x(2) value spaces.
               05 sdl_action pic x(11).
               05 filler pic x(2) value spaces.
               05 sdl_month pic 9(6).
               05 filler pic x(2) value spaces.
               05 sdl_date pic 9(8).
               05 filler pic x value space.
               05 sdl_time pic 9(6).
               05 filler pic x(2) value spaces.
               05 sdl_a pic zz9.9.
               05 filler pic x value space.
               05 sdl_b pic zz9.9.
               05 filler pic x(2) value spaces.
               05 sdl_dept pic x(3).

           01 void_reason_codes.
               05 filler pic xx value "SE".
               05 filler pic xx value "DU".
               05 filler pic xx value "WD".
               05 filler pic xx value "DE".
           01 void_reason_list redefines void_reason_codes.
               05 void_reason_code occurs 4 pic xx.

       procedure division.

           move function current-date(1:8) to run_started_date.
           perform read_hist_control.
           if hist_control_present = "n"
               display "pythagore history master utility"
               display "mode (1=consolidate,2=inquiry,3=void,"
                   "4=repost suspense) = " no advancing
               accept run_mode
           end-if.

           perform open_period_input.

           evaluate run_mode
               when 1
                   perform run_consolidate
               when 2
                   perform run_inquiry
               when 3
                   perform run_void
               when 4
                   perform run_repost
               when other
                   display "invalid mode, exiting"
                   move 16 to return-code
           end-evaluate.

           if period_available = "y"
               close period_file
           end-if.
           perform close_suspense_report.

           perform write_run_log.

           goback.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move spaces to run_input_name.
           evaluate run_mode
               when 2
                   move match_count to run_count_1
                   move arch_count to run_count_2
                   move drop_count to run_count_3
               when 3
                   move void_count to run_count_1
                   move void_reject_count to run_count_2
                   move suspend_count to run_count_3
               when 4
                   move repost_count to run_count_1
                   move still_held_count to run_count_2
                   move repost_drop_count to run_count_3
               when other
                   move add_count to run_count_1
                   move arch_count to run_count_2
                   move drop_count to run_count_3
           end-evaluate.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.
                       move hct_start to start_date
                       move hct_end to end_date
                       move hct_cutoff to cutoff_date
                       move hct_operator to archive_operator
               end-read
               close hist_control_file
               open output hist_control_file
               accept cutoff_date
           end-if.

           if cutoff_date > 0
               perform check_archive_authority
           end-if.

           if start_date = 0 or end_date = 0
                   or start_date > end_date
               display "invalid date range"
                   display "already on master:  " dup_count
                   display "records dropped:    " drop_count
                   display "records archived:   " arch_count
                   display "recalls returned:   " return_count
                   display "held, month closed: " suspend_count
               end-if
           end-if.

       check_archive_authority.
           if hist_control_present = "n"
               move spaces to archive_operator
               perform until archive_operator not = spaces
                   display "operator id = " no advancing
                   accept archive_operator
                   if archive_operator = spaces
                       display "value required, enter operator id"
                   end-if
               end-perform
               display "password = " no advancing
               accept operator_password
               move "HSTARC" to sec_function
           else
               move spaces to operator_password
               move "HSTBAT" to sec_function
           end-if.

           call "pythsec" using archive_operator operator_password
               sec_function sec_program run_mode sec_result.
           if sec_result not = "Y"
               display "archive cutoff not authorised, "
                   "archive sweep skipped"
               move zero to cutoff_date
               move 4 to return-code
           end-if.

       open_master_io.
           move "n" to master_open_ok.
           open i-o master_file.
                           move day_unit to con_unit
                           move day_orig_a to con_orig_a
                           move day_orig_b to con_orig_b
                           perform post_consolidated_record
                   end-read
               end-perform
               close daily_file
           end-if.

       post_consolidated_record.
           move con_date(1:6) to check_month.
           perform check_period_closed.
           if period_closed = "y"
               perform hold_closed_posting
           else
               perform write_master_record
           end-if.

       build_master_from_con.
           move con_date to mst_date.
           move con_time to mst_time.
           move con_a to mst_a.
           move con_b to mst_b.
           move con_dept to mst_dept.
           move con_seq to mst_seq.
           move con_c to mst_c.
           move con_status to mst_status.
           move con_angle_a to mst_angle_a.
           move con_angle_b to mst_angle_b.
           move con_area to mst_area.
           move con_perimeter to mst_perimeter.
           move con_type to mst_type.
           move con_unit to mst_unit.
           move con_orig_a to mst_orig_a.
           move con_orig_b to mst_orig_b.
           move space to mst_void_flag.
           move spaces to mst_void_reason.
           move zero to mst_void_date.
           move spaces to mst_void_oper.
           move space to mst_recall_flag.
           move zero to mst_recall_date.

       load_con_from_master.
           move mst_date to con_date.
           move mst_time to con_time.
           move mst_a to con_a.
           move mst_b to con_b.
           move mst_dept to con_dept.
           move mst_c to con_c.
           move mst_status to con_status.
           move mst_angle_a to con_angle_a.
           move mst_angle_b to con_angle_b.
           move mst_area to con_area.
           move mst_perimeter to con_perimeter.
           move mst_type to con_type.
           move mst_unit to con_unit.
           move mst_orig_a to con_orig_a.
           move mst_orig_b to con_orig_b.

       write_master_record.
           move zero to con_seq.
           move "n" to master_done.
           perform until master_done = "y"
               perform build_master_from_con
               write master_record
                   invalid key
                       perform check_master_duplicate
                   end-if
           end-read.

       open_period_input.
           move "n" to period_available.
           open input period_file.
           if period_status = "00"
               move "y" to period_available
           end-if.

       check_period_closed.
           if check_month not = period_cached_month
               move check_month to period_cached_month
               move "n" to period_cached_closed
               if period_available = "y"
                   move check_month to per_month
                   read period_file key is per_month
                       invalid key
                           continue
                       not invalid key
                           if per_status = "C"
                               move "y" to period_cached_closed
                           end-if
                   end-read
               end-if
           end-if.
           move period_cached_closed to period_closed.

       hold_closed_posting.
           move zero to con_seq.
           move "n" to master_done.
           move "n" to closed_dup.
           perform until master_done = "y"
               move con_date to mst_date
               move con_time to mst_time
               move con_a to mst_a
               move con_b to mst_b
               move con_dept to mst_dept
               move con_seq to mst_seq
               read master_file key is mst_key
                   invalid key
                       move "y" to master_done
                   not invalid key
                       if mst_c = con_c and mst_status = con_status
                           move "y" to closed_dup
                           move "y" to master_done
                       else
                           if con_seq < 999
                               add 1 to con_seq
                           else
                               move "y" to master_done
                           end-if
                       end-if
               end-read
           end-perform.

           if closed_dup = "y"
               add 1 to dup_count
           else
               move zero to con_seq
               perform build_master_from_con
               move "C" to hold_action
               move spaces to hold_operator
               move spaces to hold_void_reason
               perform write_suspense_item
           end-if.

       write_suspense_item.
           open extend suspense_file.
           if suspense_status = "35"
               open output suspense_file
               close suspense_file
               open extend suspense_file
           end-if.

           move spaces to suspense_record.
           move function current-date(1:8) to sus_date.
           move function current-date(9:6) to sus_time.
           move hold_action to sus_action.
           move check_month to sus_month.
           move "S" to sus_status.
           move hold_operator to sus_operator.
           move hold_void_reason to sus_void_reason.
           move zero to sus_post_date.
           move master_record to sus_image.
           write suspense_record.
           close suspense_file.
           add 1 to suspend_count.

           move "month closed" to sus_text.
           perform write_suspense_line.

       open_suspense_report.
           if suspense_report_open = "n"
               move "y" to suspense_report_open
               open output suspense_report_file
               move spaces to suspense_report_line
               string "pythagore closed-period suspense - run date "
                   run_started_date
                   delimited by size into suspense_report_line
               write suspense_report_line
               move spaces to suspense_report_line
               write suspense_report_line
           end-if.

       write_suspense_line.
           perform open_suspense_report.
           move sus_text to sdl_text.
           if hold_action = "V"
               move "void" to sdl_action
           else
               move "consolidate" to sdl_action
           end-if.
           move check_month to sdl_month.
           move mst_date to sdl_date.
           move mst_time to sdl_time.
           move mst_a to sdl_a.
           move mst_b to sdl_b.
           move mst_dept to sdl_dept.
           move suspense_detail_line to suspense_report_line.
           write suspense_report_line.

       close_suspense_report.
           if suspense_report_open = "y"
               move spaces to suspense_report_line
               write suspense_report_line
               move spaces to suspense_report_line
               string "held in suspense: " suspend_count
                   "  reposted: " repost_count
                   "  still held: " still_held_count
                   "  dropped: " repost_drop_count
                   delimited by size into suspense_report_line
               write suspense_report_line
               close suspense_report_file
           end-if.

       run_repost.
           move spaces to repost_operator.
           perform until repost_operator not = spaces
               display "operator id = " no advancing
               accept repost_operator
               if repost_operator = spaces
                   display "value required, enter operator id"
               end-if
           end-perform.
           display "password = " no advancing.
           accept operator_password.

           move "PERREO" to sec_function.
           call "pythsec" using repost_operator operator_password
               sec_function sec_program run_mode sec_result.
           if sec_result not = "Y"
               display "not authorised for this function"
               move 8 to return-code
           else
               perform repost_suspense
           end-if.

       repost_suspense.
           open input suspense_file.
           if suspense_status not = "00"
               display "no suspense items on file"
               move 4 to return-code
           else
               perform open_master_io
               if master_open_ok = "y"
                   open output suspense_work_file
                   move "n" to suspense_eof
                   perform until suspense_eof = "y"
                       read suspense_file
                           at end
                               move "y" to suspense_eof
                           not at end
                               if sus_status = "S"
                                   perform repost_one_item
                               end-if
                               move suspense_record
                                   to suspense_work_record
                               write suspense_work_record
                       end-read
                   end-perform
                   close suspense_work_file
                   close master_file
                   close suspense_file
                   perform copy_suspense_back
                   display "items reposted:     " repost_count
                   display "still held, closed: " still_held_count
                   display "items dropped:      " repost_drop_count
               else
                   close suspense_file
               end-if
           end-if.

       repost_one_item.
           move sus_month to check_month.
           move sus_action to hold_action.
           perform check_period_closed.
           move sus_image to master_record.

           if period_closed = "y"
               add 1 to still_held_count
               move "still closed" to sus_text
           else
               if sus_action = "V"
                   perform repost_void
               else
                   perform load_con_from_master
                   move add_count to saved_add_count
                   perform write_master_record
                   if add_count > saved_add_count
                       move "P" to sus_status
                   else
                       move "X" to sus_status
                   end-if
               end-if
               move run_started_date to sus_post_date
               if sus_status = "P"
                   add 1 to repost_count
                   move "reposted" to sus_text
               else
                   add 1 to repost_drop_count
                   move "dropped" to sus_text
               end-if
           end-if.
           perform write_suspense_line.

       repost_void.
           move "X" to sus_status.
           read master_file key is mst_key
               invalid key
                   continue
               not invalid key
                   if mst_void_flag not = "v"
                           and mst_recall_flag not = "r"
                       move master_record to void_before
                       move sus_void_reason to void_reason
                       move sus_operator to void_operator
                       move "v" to mst_void_flag
                       move void_reason to mst_void_reason
                       move function current-date(1:8)
                           to mst_void_date
                       move void_operator to mst_void_oper
                       rewrite master_record
                       perform write_void_audit
                       add 1 to void_count
                       move "P" to sus_status
                   end-if
           end-read.

       copy_suspense_back.
           open input suspense_work_file.
           open output suspense_file.
           move "n" to suspense_eof.
           perform until suspense_eof = "y"
               read suspense_work_file
                   at end
                       move "y" to suspense_eof
                   not at end
                       move suspense_work_record to suspense_record
                       write suspense_record
               end-read
           end-perform.
           close suspense_work_file.
           close suspense_file.

       archive_sweep.
           open extend archive_file.
           if archive_status = "35"
                   at end
                       move "y" to master_eof
                   not at end
                       if mst_recall_flag = "r"
                           perform return_one_recall
                       else
                           if mst_date < cutoff_date
                               perform archive_one_record
                           end-if
                       end-if
               end-read
           end-perform.
           move mst_unit to arc_unit.
           move mst_orig_a to arc_orig_a.
           move mst_orig_b to arc_orig_b.
           move mst_void_flag to arc_void_flag.
           move mst_void_reason to arc_void_reason.
           move mst_void_date to arc_void_date.
           move mst_void_oper to arc_void_oper.
           move mst_seq to arc_seq.
           write archive_record.
           delete master_file record.
           add 1 to arch_count.

       return_one_recall.
           delete master_file record.
           add 1 to return_count.

       run_inquiry.
           display "a in tenths (1205=120.5, 0=any) = "
               no advancing.
           end-if.

           if inq_hit = "y"
               evaluate true
                   when mst_void_flag = "v"
                       move "voided" to inq_flag_text
                   when mst_recall_flag = "r"
                       move "recalled" to inq_flag_text
                   when mst_status = "o"
                       move "overflow" to inq_flag_text
                   when other
                       move "ok" to inq_flag_text
                   " " inq_flag_text " " mst_dept
               add 1 to match_count
           end-if.

       run_void.
           display "record date (yyyymmdd) = " no advancing.
           accept mst_date.
           display "record time (hhmmss) = " no advancing.
           accept mst_time.
           display "a in tenths (1205=120.5) = " no advancing.
           accept inq_work.
           compute mst_a = inq_work / 10.
           display "b in tenths (1205=120.5) = " no advancing.
           accept inq_work.
           compute mst_b = inq_work / 10.
           display "department = " no advancing.
           accept mst_dept.
           display "sequence (0 if none) = " no advancing.
           accept mst_seq.

           perform accept_void_reason.

           move spaces to void_operator.
           perform until void_operator not = spaces
               display "operator id = " no advancing
               accept void_operator
               if void_operator = spaces
                   display "value required, enter operator id"
               end-if
           end-perform.
           display "password = " no advancing.
           accept operator_password.

           move "HSTVOD" to sec_function.
           call "pythsec" using void_operator operator_password
               sec_function sec_program run_mode sec_result.
           if sec_result not = "Y"
               display "not authorised for this function"
               move 8 to return-code
           else
               open i-o master_file
               if master_status not = "00"
                   display "no master history file on file yet"
                   move 8 to return-code
               else
                   perform void_one_record
                   close master_file
               end-if
           end-if.

       accept_void_reason.
           move "n" to void_entry_ok.
           perform until void_entry_ok = "y"
               display "reason (SE=submitted in error,DU=duplicate,"
                   "WD=wrong dept,DE=data error) = " no advancing
               accept void_reason
               move zero to void_index
               perform until void_index >= 4
                       or void_entry_ok = "y"
                   add 1 to void_index
                   if void_reason_code(void_index) = void_reason
                       move "y" to void_entry_ok
                   end-if
               end-perform
               if void_entry_ok = "n"
                   display "enter SE, DU, WD or DE"
               end-if
           end-perform.

       void_one_record.
           read master_file key is mst_key
               invalid key
                   display "no master record on file for that key"
                   add 1 to void_reject_count
                   move 4 to return-code
               not invalid key
                   if mst_void_flag = "v"
                       display "record is already voided"
                       add 1 to void_reject_count
                       move 4 to return-code
                   else
                   if mst_recall_flag = "r"
                       display "record recalled from archive for "
                           "audit, void not allowed"
                       add 1 to void_reject_count
                       move 4 to return-code
                   else
                   move mst_date(1:6) to check_month
                   perform check_period_closed
                   if period_closed = "y"
                       display "month " check_month " is closed, "
                           "void held in suspense"
                       move "V" to hold_action
                       move void_operator to hold_operator
                       move void_reason to hold_void_reason
                       perform write_suspense_item
                       move 4 to return-code
                   else
                       move master_record to void_before
                       move "v" to mst_void_flag
                       move void_reason to mst_void_reason
                       move function current-date(1:8)
                           to mst_void_date
                       move void_operator to mst_void_oper
                       rewrite master_record
                       perform write_void_audit
                       add 1 to void_count
                       display "record voided"
                   end-if
                   end-if
                   end-if
           end-read.

       write_void_audit.
           open extend void_audit_file.
           if void_audit_status = "35"
               open output void_audit_file
               close void_audit_file
               open extend void_audit_file
           end-if.

           move spaces to void_audit_record.
           move function current-date(1:8) to vad_date.
           move function current-date(9:6) to vad_time.
           move void_operator to vad_operator.
           move "V" to vad_action.
           move void_reason to vad_reason.
           move void_before to vad_before.
           move master_record to vad_after.
           write void_audit_record.
           close void_audit_file.
