       identification division.
       program-id. pythdept.

       environment division.
       input-output section.
       file-control.
           select dept_file assign to "PYTHDPT.DAT"
               organization is indexed
               access mode is dynamic
               record key is dpt_code
               lock mode is automatic with lock on record
               sharing with all other
               file status is dept_status.
           select dept_log_file assign to "PYTHDLG.DAT"
               organization is line sequential
               file status is dept_log_status.
           select dept_list_file assign to "PYTHDPL.DAT"
               organization is line sequential
               file status is dept_list_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  dept_file.
       01  dept_record.
           05 dpt_code pic x(3).
           05 dpt_desc pic x(30).
           05 dpt_cost_center pic x(8).
           05 dpt_contact pic x(20).
           05 dpt_active pic x.
           05 dpt_eff_start pic 9(8).
           05 dpt_eff_end pic 9(8).

       fd  dept_log_file.
       01  dept_log_record.
           05 dlog_date pic 9(8).
           05 filler pic x value space.
           05 dlog_time pic 9(6).
           05 filler pic x value space.
           05 dlog_operator pic x(8).
           05 filler pic x value space.
           05 dlog_action pic x.
           05 filler pic x value space.
           05 dlog_before pic x(78).
           05 filler pic x value space.
           05 dlog_after pic x(78).

       fd  dept_list_file.
       01  dept_list_line pic x(100).

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
           77 dept_status pic xx.
           77 dept_log_status pic xx.
           77 dept_list_status pic xx.

           77 run_mode pic 9.
           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "DEPMNT".
           77 sec_program pic x(9) value "pythdept".
           77 sec_result pic x.
           77 dept_eof pic x value "n".
           77 lock_retry pic 99 value zero.
           77 entry_ok pic x value "n".

           77 add_count pic 9(6) value zero.
           77 change_count pic 9(6) value zero.
           77 inactive_count pic 9(6) value zero.
           77 list_count pic 9(6) value zero.

           77 dept_action_code pic x.
           77 dept_before pic x(78).
           77 dept_after pic x(78).

           77 in_code pic x(3).
           77 in_desc pic x(30).
           77 in_cost_center pic x(8).
           77 in_contact pic x(20).
           77 in_eff_start pic 9(8).
           77 in_eff_end pic 9(8).

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

           01 dept_detail_line.
               05 dpl_code pic x(3).
               05 filler pic x(2) value spaces.
               05 dpl_desc pic x(30).
               05 filler pic x(2) value spaces.
               05 dpl_cost_center pic x(8).
               05 filler pic x(2) value spaces.
               05 dpl_contact pic x(20).
               05 filler pic x(2) value spaces.
               05 dpl_active pic x.
               05 filler pic x(2) value spaces.
               05 dpl_eff_start pic 9(8).
               05 filler pic x(1) value "-".
               05 dpl_eff_end pic 9(8).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.

           display "pythagore department master utility".
           display "mode (1=add,2=change,3=inactivate,4=list) = "
               no advancing.
           accept run_mode.

           evaluate run_mode
               when 1
                   perform accept_dept_operator
                   if operator_granted = "y"
                       perform run_add
                   end-if
               when 2
                   perform accept_dept_operator
                   if operator_granted = "y"
                       perform run_change
                   end-if
               when 3
                   perform accept_dept_operator
                   if operator_granted = "y"
                       perform run_inactivate
                   end-if
               when 4
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
           move "pythdept" to run_program.
           move run_mode to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHDPT.DAT" to run_input_name.
           if run_mode = 4
               move list_count to run_count_1
               move zero to run_count_2
               move zero to run_count_3
           else
               move add_count to run_count_1
               move change_count to run_count_2
               move inactive_count to run_count_3
           end-if.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       accept_dept_operator.
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
               move "n" to operator_granted
               display "not authorised for this function"
               move 8 to return-code
           end-if.

       accept_dept_code.
           move spaces to in_code.
           perform until in_code not = spaces
               display "department code = " no advancing
               accept in_code
               if in_code = spaces
                   display "value required, enter department code"
               end-if
           end-perform.

       accept_dept_details.
           display "description = " no advancing.
           accept in_desc.
           display "cost center = " no advancing.
           accept in_cost_center.
           display "contact = " no advancing.
           accept in_contact.

           move "n" to entry_ok.
           perform until entry_ok = "y"
               display "effective from (yyyymmdd) = " no advancing
               accept in_eff_start
               display "effective to (yyyymmdd, 0=open) = "
                   no advancing
               accept in_eff_end
               if in_eff_start = 0
                   display "effective from date required"
               else
                   if in_eff_end > 0 and in_eff_end < in_eff_start
                       display "effective to is before effective from"
                   else
                       move "y" to entry_ok
                   end-if
               end-if
           end-perform.

       open_dept_io.
           open i-o dept_file.
           if dept_status = "35"
               close dept_file
               open output dept_file
               close dept_file
               open i-o dept_file
           end-if.

       read_dept_with_lock.
           move zero to lock_retry.
           move "99" to dept_status.
           perform until dept_status not = "99" or lock_retry > 4
               read dept_file key is dpt_code
                   invalid key
                       continue
               end-read
               if dept_status = "99"
                   add 1 to lock_retry
                   display "record in use, retrying"
               end-if
           end-perform.

       write_dept_log.
           open extend dept_log_file.
           if dept_log_status = "35"
               open output dept_log_file
               close dept_log_file
               open extend dept_log_file
           end-if.

           move spaces to dept_log_record.
           move function current-date(1:8) to dlog_date.
           move function current-date(9:6) to dlog_time.
           move operator_id to dlog_operator.
           move dept_action_code to dlog_action.
           move dept_before to dlog_before.
           move dept_after to dlog_after.
           write dept_log_record.
           close dept_log_file.

       run_add.
           perform accept_dept_code.
           perform accept_dept_details.

           move spaces to dept_record.
           move in_code to dpt_code.
           move in_desc to dpt_desc.
           move in_cost_center to dpt_cost_center.
           move in_contact to dpt_contact.
           move "A" to dpt_active.
           move in_eff_start to dpt_eff_start.
           move in_eff_end to dpt_eff_end.

           perform open_dept_io.
           write dept_record
               invalid key
                   display "that department is already on file"
               not invalid key
                   if dept_status = "00" or dept_status = "02"
                       move "A" to dept_action_code
                       move spaces to dept_before
                       move dept_record to dept_after
                       perform write_dept_log
                       add 1 to add_count
                       display "department added"
                   else
                       display "record in use, try again later"
                   end-if
           end-write.
           close dept_file.

       run_change.
           perform accept_dept_code.
           move in_code to dpt_code.

           open i-o dept_file.
           if dept_status = "35"
               display "no department master on file yet"
               move 8 to return-code
           else
               perform read_dept_with_lock
               evaluate dept_status
                   when "00"
                       display "description: " dpt_desc
                       display "cost center: " dpt_cost_center
                           "  contact: " dpt_contact
                       display "active: " dpt_active
                           "  effective: " dpt_eff_start
                           " - " dpt_eff_end
                       move dept_record to dept_before
                       perform accept_dept_details
                       move in_desc to dpt_desc
                       move in_cost_center to dpt_cost_center
                       move in_contact to dpt_contact
                       move in_eff_start to dpt_eff_start
                       move in_eff_end to dpt_eff_end
                       perform accept_active_flag
                       rewrite dept_record
                       move "C" to dept_action_code
                       move dept_record to dept_after
                       perform write_dept_log
                       add 1 to change_count
                       display "department changed"
                   when "99"
                       display "record in use, try again later"
                   when other
                       display "no department on file with that code"
               end-evaluate
           end-if.
           close dept_file.

       accept_active_flag.
           move "n" to entry_ok.
           perform until entry_ok = "y"
               display "active flag (A=active,I=inactive) = "
                   no advancing
               accept dpt_active
               if dpt_active = "A" or dpt_active = "I"
                   move "y" to entry_ok
               else
                   display "enter A or I"
               end-if
           end-perform.

       run_inactivate.
           perform accept_dept_code.
           move in_code to dpt_code.

           open i-o dept_file.
           if dept_status = "35"
               display "no department master on file yet"
               move 8 to return-code
           else
               perform read_dept_with_lock
               evaluate dept_status
                   when "00"
                       if dpt_active = "I"
                           display "department is already inactive"
                       else
                           move dept_record to dept_before
                           move "I" to dpt_active
                           if dpt_eff_end = 0
                               move function current-date(1:8)
                                   to dpt_eff_end
                           end-if
                           rewrite dept_record
                           move "I" to dept_action_code
                           move dept_record to dept_after
                           perform write_dept_log
                           add 1 to inactive_count
                           display "department inactivated"
                       end-if
                   when "99"
                       display "record in use, try again later"
                   when other
                       display "no department on file with that code"
               end-evaluate
           end-if.
           close dept_file.

       run_list.
           open input dept_file.
           if dept_status not = "00"
               display "no department master on file yet"
               move 8 to return-code
           else
               open output dept_list_file
               move spaces to dept_list_line
               string "pythagore department master - run date "
                   function current-date(1:8)
                   delimited by size into dept_list_line
               write dept_list_line
               move spaces to dept_list_line
               write dept_list_line

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
                           perform list_one_dept
                   end-read
                   if dept_status = "99"
                       display "record in use, listing incomplete"
                       move "y" to dept_eof
                   end-if
               end-perform

               move spaces to dept_list_line
               write dept_list_line
               move spaces to dept_list_line
               string "departments listed: " list_count
                   delimited by size into dept_list_line
               write dept_list_line

               close dept_list_file
               close dept_file
               display "departments listed: " list_count
           end-if.

       list_one_dept.
           move dpt_code to dpl_code.
           move dpt_desc to dpl_desc.
           move dpt_cost_center to dpl_cost_center.
           move dpt_contact to dpl_contact.
           move dpt_active to dpl_active.
           move dpt_eff_start to dpl_eff_start.
           move dpt_eff_end to dpl_eff_end.
           move dept_detail_line to dept_list_line.
           write dept_list_line.
           add 1 to list_count.
