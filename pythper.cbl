       identification division.
       program-id. pythper.

       environment division.
       input-output section.
       file-control.
           select period_file assign to "PYTHPER.DAT"
               organization is indexed
               access mode is dynamic
               record key is per_month
               lock mode is automatic with lock on record
               sharing with all other
               file status is period_status.
           select snapshot_file assign to "PYTHPSN.DAT"
               organization is indexed
               access mode is dynamic
               record key is psn_key
               file status is snapshot_status.
           select master_file assign to "PYTHMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is mst_key
               file status is master_status.
           select period_list_file assign to "PYTHPRL.DAT"
               organization is line sequential
               file status is period_list_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  period_file.
       01  period_record.
           05 per_month pic 9(6).
           05 per_status pic x.
           05 per_close_date pic 9(8).
           05 per_close_oper pic x(8).
           05 per_reopen_date pic 9(8).
           05 per_reopen_oper pic x(8).
           05 per_close_count pic 9(7).

       fd  snapshot_file.
       01  snapshot_record.
           05 psn_key.
               10 psn_month pic 9(6).
               10 psn_kind pic x.
               10 psn_code pic x(3).
           05 psn_count pic 9(7).

       fd  master_file.
       01  master_record.
           05 mst_key.
               10 mst_date pic 9(8).
               10 mst_time pic 9(6).
               10 mst_a pic 999v9.
               10 mst_b pic 999v9.
               10 mst_dept pic x(3).
               10 mst_seq pic 999.
           05 mst_c pic 999v9.
           05 mst_status pic x.
           05 mst_angle_a pic 99v99.
           05 mst_angle_b pic 99v99.
           05 mst_area pic 9(6)v99.
           05 mst_perimeter pic 9(4)v99.
           05 mst_type pic x.
           05 mst_unit pic x.
           05 mst_orig_a pic 999v9.
           05 mst_orig_b pic 999v9.
           05 mst_void_flag pic x.
           05 mst_void_reason pic xx.
           05 mst_void_date pic 9(8).
           05 mst_void_oper pic x(8).
           05 mst_recall_flag pic x.
           05 mst_recall_date pic 9(8).

       fd  period_list_file.
       01  period_list_line pic x(80).

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
           77 period_status pic xx.
           77 snapshot_status pic xx.
           77 master_status pic xx.
           77 period_list_status pic xx.

           77 run_mode pic 9.
           77 period_month pic 9(6).
           77 current_month pic 9(6).
           77 month_part pic 99.
           77 start_date pic 9(8).
           77 end_date pic 9(8).

           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6).
           77 sec_program pic x(9) value "pythper".
           77 sec_result pic x.

           77 master_eof pic x value "n".
           77 snapshot_eof pic x value "n".
           77 period_eof pic x value "n".
           77 period_on_file pic x value "n".
           77 lock_retry pic 99 value zero.

           77 snap_total pic 9(7) value zero.
           77 snap_written pic 9(6) value zero.
           77 snap_removed pic 9(6) value zero.
           77 close_count pic 9(6) value zero.
           77 reopen_count pic 9(6) value zero.
           77 list_count pic 9(6) value zero.

           77 ok_count pic 9(7) value zero.
           77 ovf_count pic 9(7) value zero.
           77 void_count pic 9(7) value zero.
           77 recall_count pic 9(7) value zero.

           77 dept_used pic 999 value zero.
           77 dept_index pic 999 value zero.
           77 dept_hit pic 999 value zero.
           77 dept_full_warn pic x value "n".
           01 dept_tally.
               05 dept_tally_entry occurs 201.
                   10 dtl_code pic x(3).
                   10 dtl_count pic 9(7).

           77 type_index pic 9 value zero.
           77 type_code pic x.
           01 type_codes.
               05 filler pic x value "C".
               05 filler pic x value "A".
               05 filler pic x value "B".
               05 filler pic x value "I".
           01 type_list redefines type_codes.
               05 type_entry occurs 4 pic x.
           01 type_tally.
               05 type_count occurs 4 pic 9(7).

           01 period_detail_line.
               05 filler pic x(2) value spaces.
               05 pdl_month pic 9(6).
               05 filler pic x(2) value spaces.
               05 pdl_status pic x(8).
               05 filler pic x(2) value spaces.
               05 pdl_close_date pic 9(8).
               05 filler pic x value space.
               05 pdl_close_oper pic x(8).
               05 filler pic x(2) value spaces.
               05 pdl_reopen_date pic 9(8).
               05 filler pic x value space.
               05 pdl_reopen_oper pic x(8).
               05 filler pic x(2) value spaces.
               05 pdl_count pic z(6)9.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.
           move run_started_date(1:6) to current_month.

           display "pythagore month-end period control".
           display "mode (1=close,2=reopen,3=list) = " no advancing.
           accept run_mode.

           evaluate run_mode
               when 1
                   move "PERCLS" to sec_function
                   perform accept_period_operator
                   if operator_granted = "y"
                       perform run_close
                   else
                       move 8 to return-code
                   end-if
               when 2
                   move "PERREO" to sec_function
                   perform accept_period_operator
                   if operator_granted = "y"
                       perform run_reopen
                   else
                       move 8 to return-code
                   end-if
               when 3
                   perform run_list
               when other
                   display "invalid mode, exiting"
                   move 16 to return-code
           end-evaluate.

           perform write_run_log.

           stop run.

       write_run_log.
           open extend run_log_file.
           if run_log_status = "35"
               open output run_log_file
               close run_log_file
               open extend run_log_file
           end-if.

           move spaces to run_log_record.
           move "pythper" to run_program.
           move run_mode to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHPER.DAT" to run_input_name.
           evaluate run_mode
               when 1
                   move close_count to run_count_1
                   move snap_written to run_count_2
                   move snap_total to run_count_3
               when 2
                   move reopen_count to run_count_1
                   move zero to run_count_2
                   move zero to run_count_3
               when other
                   move list_count to run_count_1
                   move zero to run_count_2
                   move zero to run_count_3
           end-evaluate.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       accept_period_operator.
           move "n" to operator_granted.
           move spaces to operator_id.
           perform until operator_id not = spaces
               display "operator id = " no advancing
               accept operator_id
               if operator_id = spaces
                   display "value required, enter operator id"
               end-if
           end-perform.
           display "password = " no advancing.
           accept operator_password.

           call "pythsec" using operator_id operator_password
               sec_function sec_program run_mode sec_result.
           if sec_result = "Y"
               move "y" to operator_granted
           else
               display "not authorised for this function"
           end-if.

       accept_period_month.
           display "month (yyyymm) = " no advancing.
           accept period_month.
           move period_month(5:2) to month_part.

       open_period_io.
           open i-o period_file.
           if period_status = "35"
               close period_file
               open output period_file
               close period_file
               open i-o period_file
           end-if.

       read_period_with_lock.
           move zero to lock_retry.
           move "99" to period_status.
           perform until period_status not = "99" or lock_retry > 4
               read period_file key is per_month
                   invalid key
                       continue
               end-read
               if period_status = "99"
                   add 1 to lock_retry
                   display "record in use, retrying"
               end-if
           end-perform.

       run_close.
           perform accept_period_month.

           if month_part < 1 or month_part > 12
               display "invalid month"
               move 16 to return-code
           else
           if period_month >= current_month
               display "only a past month can be closed"
               move 16 to return-code
           else
               perform open_period_io
               move period_month to per_month
               perform read_period_with_lock
               evaluate period_status
                   when "00"
                       move "y" to period_on_file
                   when "99"
                       move "x" to period_on_file
                   when other
                       move "n" to period_on_file
               end-evaluate
               if period_on_file = "x"
                   display "record in use, try again later"
                   move 8 to return-code
               else
               if period_on_file = "y" and per_status = "C"
                   display "month " period_month " is already closed"
                   move 4 to return-code
               else
                   perform build_snapshot
                   if return-code < 8
                       perform record_period_closed
                   end-if
               end-if
               end-if
               close period_file
           end-if
           end-if.

       record_period_closed.
           if period_on_file = "n"
               move spaces to period_record
               move period_month to per_month
               move zero to per_reopen_date
               move spaces to per_reopen_oper
           end-if.
           move "C" to per_status.
           move run_started_date to per_close_date.
           move operator_id to per_close_oper.
           move snap_total to per_close_count.
           if period_on_file = "y"
               rewrite period_record
           else
               write period_record
           end-if.
           add 1 to close_count.
           display "month " period_month " closed, records "
               snap_total.

       build_snapshot.
           compute start_date = period_month * 100 + 1.
           compute end_date = period_month * 100 + 31.

           open input master_file.
           if master_status not = "00"
               display "no master history file on file yet"
               move 8 to return-code
           else
               perform tally_month
               close master_file
               open i-o snapshot_file
               if snapshot_status = "35"
                   close snapshot_file
                   open output snapshot_file
                   close snapshot_file
                   open i-o snapshot_file
               end-if
               perform remove_old_snapshot
               perform write_snapshot
               close snapshot_file
               display "live records:      " snap_total
               display "voided records:    " void_count
               display "recalled, ignored: " recall_count
               display "snapshot entries:  " snap_written
           end-if.

       tally_month.
           move start_date to mst_date.
           move zero to mst_time.
           move zero to mst_a.
           move zero to mst_b.
           move spaces to mst_dept.
           move zero to mst_seq.

           move "n" to master_eof.
           start master_file key >= mst_key
               invalid key
                   move "y" to master_eof
           end-start.

           perform until master_eof = "y"
               read master_file next
                   at end
                       move "y" to master_eof
                   not at end
                       if mst_date > end_date
                           move "y" to master_eof
                       else
                           perform tally_one_record
                       end-if
               end-read
           end-perform.

       tally_one_record.
           if mst_recall_flag = "r"
               add 1 to recall_count
           else
           if mst_void_flag = "v"
               add 1 to void_count
           else
               add 1 to snap_total
               if mst_status = "o"
                   add 1 to ovf_count
               else
                   add 1 to ok_count
               end-if
               perform tally_dept
               perform tally_type
           end-if
           end-if.

       tally_dept.
           move zero to dept_hit.
           move zero to dept_index.
           perform until dept_index >= dept_used or dept_hit > 0
               add 1 to dept_index
               if dtl_code(dept_index) = mst_dept
                   move dept_index to dept_hit
               end-if
           end-perform.

           if dept_hit = 0
               if dept_used < 201
                   add 1 to dept_used
                   move dept_used to dept_hit
                   move mst_dept to dtl_code(dept_hit)
                   move zero to dtl_count(dept_hit)
               else
                   if dept_full_warn = "n"
                       display "department table full, "
                           "snapshot incomplete"
                       move "y" to dept_full_warn
                       move 4 to return-code
                   end-if
               end-if
           end-if.

           if dept_hit > 0
               add 1 to dtl_count(dept_hit)
           end-if.

       tally_type.
           move mst_type to type_code.
           if type_code = space
               move "C" to type_code
           end-if.
           move zero to type_index.
           perform until type_index >= 4
               add 1 to type_index
               if type_entry(type_index) = type_code
                   add 1 to type_count(type_index)
               end-if
           end-perform.

       remove_old_snapshot.
           move period_month to psn_month.
           move low-values to psn_kind.
           move low-values to psn_code.
           move "n" to snapshot_eof.
           start snapshot_file key >= psn_key
               invalid key
                   move "y" to snapshot_eof
           end-start.

           perform until snapshot_eof = "y"
               read snapshot_file next
                   at end
                       move "y" to snapshot_eof
                   not at end
                       if psn_month not = period_month
                           move "y" to snapshot_eof
                       else
                           delete snapshot_file
                           add 1 to snap_removed
                       end-if
               end-read
           end-perform.

       write_snapshot.
           move "S" to psn_kind.
           move "OK" to psn_code.
           move ok_count to psn_count.
           perform write_one_snapshot.
           move "OVF" to psn_code.
           move ovf_count to psn_count.
           perform write_one_snapshot.
           move "VOI" to psn_code.
           move void_count to psn_count.
           perform write_one_snapshot.

           move "D" to psn_kind.
           move zero to dept_index.
           perform until dept_index >= dept_used
               add 1 to dept_index
               move dtl_code(dept_index) to psn_code
               move dtl_count(dept_index) to psn_count
               perform write_one_snapshot
           end-perform.

           move "T" to psn_kind.
           move zero to type_index.
           perform until type_index >= 4
               add 1 to type_index
               move type_entry(type_index) to psn_code
               move type_count(type_index) to psn_count
               perform write_one_snapshot
           end-perform.

       write_one_snapshot.
           move period_month to psn_month.
           write snapshot_record
               invalid key
                   display "snapshot entry already on file "
                       psn_kind " " psn_code
                   move 8 to return-code
               not invalid key
                   add 1 to snap_written
           end-write.

       run_reopen.
           perform accept_period_month.

           open i-o period_file.
           if period_status = "35"
               display "no period control file on file yet"
               move 8 to return-code
           else
               move period_month to per_month
               perform read_period_with_lock
               evaluate period_status
                   when "00"
                       if per_status not = "C"
                           display "month " period_month
                               " is not closed"
                           move 4 to return-code
                       else
                           move "R" to per_status
                           move run_started_date to per_reopen_date
                           move operator_id to per_reopen_oper
                           rewrite period_record
                           add 1 to reopen_count
                           display "month " period_month " reopened"
                       end-if
                   when "99"
                       display "record in use, try again later"
                       move 8 to return-code
                   when other
                       display "month " period_month
                           " has never been closed"
                       move 4 to return-code
               end-evaluate
           end-if.
           close period_file.

       run_list.
           open input period_file.
           if period_status not = "00"
               display "no period control file on file yet"
               move 8 to return-code
           else
               open output period_list_file
               move spaces to period_list_line
               string "pythagore period control - run date "
                   run_started_date
                   delimited by size into period_list_line
               write period_list_line
               move spaces to period_list_line
               write period_list_line
               move spaces to period_list_line
               string "  month   status    closed by"
                   "                reopened by"
                   "                records"
                   delimited by size into period_list_line
               write period_list_line

               move zero to per_month
               move "n" to period_eof
               start period_file key >= per_month
                   invalid key
                       move "y" to period_eof
               end-start

               perform until period_eof = "y"
                   read period_file next
                       at end
                           move "y" to period_eof
                       not at end
                           perform list_one_period
                   end-read
                   if period_status = "99"
                       display "record in use, listing incomplete"
                       move "y" to period_eof
                   end-if
               end-perform

               move spaces to period_list_line
               write period_list_line
               move spaces to period_list_line
               string "periods listed: " list_count
                   delimited by size into period_list_line
               write period_list_line

               close period_list_file
               close period_file
               display "periods listed: " list_count
           end-if.

       list_one_period.
           move per_month to pdl_month.
           if per_status = "C"
               move "closed" to pdl_status
           else
               move "reopened" to pdl_status
           end-if.
           move per_close_date to pdl_close_date.
           move per_close_oper to pdl_close_oper.
           move per_reopen_date to pdl_reopen_date.
           move per_reopen_oper to pdl_reopen_oper.
           move per_close_count to pdl_count.
           move period_detail_line to period_list_line.
           write period_list_line.
           add 1 to list_count.
