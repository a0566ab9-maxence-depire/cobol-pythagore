       identification division.
       program-id. pythopr.

       environment division.
       input-output section.
       file-control.
           select operator_file assign to "PYTHOPR.DAT"
               organization is indexed
               access mode is dynamic
               record key is opr_id
               lock mode is automatic with lock on record
               sharing with all other
               file status is operator_status.
           select operator_log_file assign to "PYTHOLG.DAT"
               organization is line sequential
               file status is operator_log_status.
           select operator_list_file assign to "PYTHOPL.DAT"
               organization is line sequential
               file status is operator_list_status.
           select violation_file assign to "PYTHSVL.DAT"
               organization is line sequential
               file status is violation_status.
           select violation_report_file assign to "PYTHSVR.DAT"
               organization is line sequential
               file status is violation_report_status.
           select signoff_file assign to "PYTHSVS.DAT"
               organization is line sequential
               file status is signoff_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  operator_file.
       01  operator_record.
           05 opr_id pic x(8).
           05 opr_name pic x(20).
           05 opr_password pic x(8).
           05 opr_role pic x.
           05 opr_active pic x.
           05 opr_revoke_date pic 9(8).
           05 opr_fail_count pic 9.
           05 opr_locked pic x.
           05 opr_last_signon pic 9(8).

       fd  operator_log_file.
       01  operator_log_record.
           05 olog_date pic 9(8).
           05 filler pic x value space.
           05 olog_time pic 9(6).
           05 filler pic x value space.
           05 olog_operator pic x(8).
           05 filler pic x value space.
           05 olog_action pic x.
           05 filler pic x value space.
           05 olog_before pic x(56).
           05 filler pic x value space.
           05 olog_after pic x(56).

       fd  operator_list_file.
       01  operator_list_line pic x(80).

       fd  violation_file.
       01  violation_record.
           05 svl_date pic 9(8).
           05 filler pic x.
           05 svl_time pic 9(6).
           05 filler pic x.
           05 svl_operator pic x(8).
           05 filler pic x.
           05 svl_program pic x(9).
           05 filler pic x.
           05 svl_mode pic 9.
           05 filler pic x.
           05 svl_function pic x(6).
           05 filler pic x.
           05 svl_reason pic x(30).

       fd  violation_report_file.
       01  violation_report_line pic x(80).

       fd  signoff_file.
       01  signoff_record.
           05 svs_report_date pic 9(8).
           05 filler pic x value space.
           05 svs_count pic 9(6).
           05 filler pic x value space.
           05 svs_supervisor pic x(8).
           05 filler pic x value space.
           05 svs_date pic 9(8).
           05 filler pic x value space.
           05 svs_time pic 9(6).

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
           77 operator_status pic xx.
           77 operator_log_status pic xx.
           77 operator_list_status pic xx.
           77 violation_status pic xx.
           77 violation_report_status pic xx.
           77 signoff_status pic xx.

           77 run_mode pic 9.
           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6).
           77 sec_program pic x(9) value "pythopr".
           77 sec_result pic x.
           77 first_operator pic x value "n".

           77 operator_eof pic x value "n".
           77 violation_eof pic x value "n".
           77 signoff_eof pic x value "n".
           77 lock_retry pic 99 value zero.
           77 entry_ok pic x value "n".

           77 add_count pic 9(6) value zero.
           77 change_count pic 9(6) value zero.
           77 revoke_count pic 9(6) value zero.
           77 reset_count pic 9(6) value zero.
           77 list_count pic 9(6) value zero.
           77 violation_count pic 9(6) value zero.

           77 opr_action_code pic x.
           77 opr_before pic x(56).
           77 opr_after pic x(56).

           77 in_id pic x(8).
           77 in_name pic x(20).
           77 in_password pic x(8).
           77 in_password_2 pic x(8).
           77 in_role pic x.
           77 in_revoke_date pic 9(8).

           77 report_date pic 9(8).
           77 signed_off pic x value "n".
           77 signed_by pic x(8).
           77 signed_date pic 9(8).
           77 signoff_answer pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

           01 operator_detail_line.
               05 opl_id pic x(8).
               05 filler pic x(2) value spaces.
               05 opl_name pic x(20).
               05 filler pic x(2) value spaces.
               05 opl_role pic x.
               05 filler pic x(2) value spaces.
               05 opl_active pic x.
               05 filler pic x(2) value spaces.
               05 opl_locked pic x.
               05 filler pic x(2) value spaces.
               05 opl_fail_count pic 9.
               05 filler pic x(2) value spaces.
               05 opl_revoke_date pic 9(8).
               05 filler pic x(2) value spaces.
               05 opl_last_signon pic 9(8).

           01 violation_detail_line.
               05 filler pic x(2) value spaces.
               05 vdl_time pic 9(6).
               05 filler pic x(2) value spaces.
               05 vdl_operator pic x(8).
               05 filler pic x(2) value spaces.
               05 vdl_program pic x(9).
               05 filler pic x(2) value spaces.
               05 vdl_mode pic 9.
               05 filler pic x(2) value spaces.
               05 vdl_function pic x(6).
               05 filler pic x(2) value spaces.
               05 vdl_reason pic x(30).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.

           display "pythagore operator security utility".
           display "mode (1=add,2=change,3=revoke,4=reset lock,"
               "5=list,6=violation report) = " no advancing.
           accept run_mode.

           evaluate run_mode
               when 1
                   perform check_first_operator
                   if first_operator = "y"
                       display "no operators on file, first operator "
                           "is added as supervisor"
                       perform run_add
                   else
                       perform accept_security_operator
                       if operator_granted = "y"
                           perform run_add
                       end-if
                   end-if
               when 2
                   perform accept_security_operator
                   if operator_granted = "y"
                       perform run_change
                   end-if
               when 3
                   perform accept_security_operator
                   if operator_granted = "y"
                       perform run_revoke
                   end-if
               when 4
                   perform accept_security_operator
                   if operator_granted = "y"
                       perform run_reset
                   end-if
               when 5
                   perform run_list
               when 6
                   perform run_violation_report
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
           move "pythopr" to run_program.
           move run_mode to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHOPR.DAT" to run_input_name.
           evaluate run_mode
               when 5
                   move list_count to run_count_1
                   move zero to run_count_2
                   move zero to run_count_3
               when 6
                   move "PYTHSVL.DAT" to run_input_name
                   move violation_count to run_count_1
                   move zero to run_count_2
                   move zero to run_count_3
                   if signed_off = "y"
                       move 1 to run_count_2
                   end-if
               when other
                   move add_count to run_count_1
                   move change_count to run_count_2
                   move zero to run_count_3
                   add revoke_count to run_count_3
                   add reset_count to run_count_3
           end-evaluate.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       accept_security_operator.
           move "OPRMNT" to sec_function.
           perform sign_on_supervisor.

       sign_on_supervisor.
           move "n" to operator_granted.
           move spaces to operator_id.
           perform until operator_id not = spaces
               display "supervisor id = " no advancing
               accept operator_id
               if operator_id = spaces
                   display "value required, enter supervisor id"
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
               move 8 to return-code
           end-if.

       check_first_operator.
           move "n" to first_operator.
           open input operator_file.
           if operator_status = "35"
               move "y" to first_operator
           else
               move low-values to opr_id
               start operator_file key >= opr_id
                   invalid key
                       move "y" to first_operator
               end-start
               close operator_file
           end-if.

       accept_operator_id.
           move spaces to in_id.
           perform until in_id not = spaces
               display "operator id to maintain = " no advancing
               accept in_id
               if in_id = spaces
                   display "value required, enter operator id"
               end-if
           end-perform.

       accept_new_password.
           move "n" to entry_ok.
           perform until entry_ok = "y"
               display "new password = " no advancing
               accept in_password
               display "repeat password = " no advancing
               accept in_password_2
               if in_password = spaces
                   display "password required"
               else
                   if in_password not = in_password_2
                       display "passwords do not agree"
                   else
                       move "y" to entry_ok
                   end-if
               end-if
           end-perform.

       accept_operator_role.
           move "n" to entry_ok.
           perform until entry_ok = "y"
               display "role (S=supervisor,M=maintenance,O=operator,"
                   "B=batch) = " no advancing
               accept in_role
               if in_role = "S" or in_role = "M" or in_role = "O"
                       or in_role = "B"
                   move "y" to entry_ok
               else
                   display "enter S, M, O or B"
               end-if
           end-perform.

       open_operator_io.
           open i-o operator_file.
           if operator_status = "35"
               close operator_file
               open output operator_file
               close operator_file
               open i-o operator_file
           end-if.

       read_operator_with_lock.
           move zero to lock_retry.
           move "99" to operator_status.
           perform until operator_status not = "99"
                   or lock_retry > 4
               read operator_file key is opr_id
                   invalid key
                       continue
               end-read
               if operator_status = "99"
                   add 1 to lock_retry
                   display "record in use, retrying"
               end-if
           end-perform.

       write_operator_log.
           open extend operator_log_file.
           if operator_log_status = "35"
               open output operator_log_file
               close operator_log_file
               open extend operator_log_file
           end-if.

           move spaces to operator_log_record.
           move function current-date(1:8) to olog_date.
           move function current-date(9:6) to olog_time.
           move operator_id to olog_operator.
           move opr_action_code to olog_action.
           move opr_before to olog_before.
           move opr_after to olog_after.
           move spaces to olog_before(29:8).
           move spaces to olog_after(29:8).
           write operator_log_record.
           close operator_log_file.

       run_add.
           perform accept_operator_id.
           display "name = " no advancing.
           accept in_name.
           if first_operator = "y"
               move "S" to in_role
               move in_id to operator_id
           else
               perform accept_operator_role
           end-if.
           if in_role = "B"
               move spaces to in_password
           else
               perform accept_new_password
           end-if.

           move spaces to operator_record.
           move in_id to opr_id.
           move in_name to opr_name.
           move in_password to opr_password.
           move in_role to opr_role.
           move "A" to opr_active.
           move zero to opr_revoke_date.
           move zero to opr_fail_count.
           move space to opr_locked.
           move zero to opr_last_signon.

           perform open_operator_io.
           write operator_record
               invalid key
                   display "that operator is already on file"
               not invalid key
                   if operator_status = "00" or operator_status = "02"
                       move "A" to opr_action_code
                       move spaces to opr_before
                       move operator_record to opr_after
                       perform write_operator_log
                       add 1 to add_count
                       display "operator added"
                   else
                       display "record in use, try again later"
                   end-if
           end-write.
           close operator_file.

       run_change.
           perform accept_operator_id.
           move in_id to opr_id.

           open i-o operator_file.
           if operator_status = "35"
               display "no operator file on file yet"
               move 8 to return-code
           else
               perform read_operator_with_lock
               evaluate operator_status
                   when "00"
                       display "name: " opr_name "  role: " opr_role
                           "  active: " opr_active
                       display "revoke date: " opr_revoke_date
                           "  locked: " opr_locked
                       move operator_record to opr_before
                       display "name = " no advancing
                       accept in_name
                       move in_name to opr_name
                       perform accept_operator_role
                       move in_role to opr_role
                       perform accept_active_flag
                       display "revoke date (yyyymmdd, 0=none) = "
                           no advancing
                       accept in_revoke_date
                       move in_revoke_date to opr_revoke_date
                       if opr_role = "B"
                           move spaces to opr_password
                       else
                           if opr_password = spaces
                               display "operator has no password, "
                                   "a password is required"
                               move "y" to signoff_answer
                           else
                               display "change password (y/n) = "
                                   no advancing
                               accept signoff_answer
                           end-if
                           if signoff_answer = "y"
                               perform accept_new_password
                               move in_password to opr_password
                           end-if
                       end-if
                       rewrite operator_record
                       move "C" to opr_action_code
                       move operator_record to opr_after
                       perform write_operator_log
                       add 1 to change_count
                       display "operator changed"
                   when "99"
                       display "record in use, try again later"
                   when other
                       display "no operator on file with that id"
               end-evaluate
           end-if.
           close operator_file.

       accept_active_flag.
           move "n" to entry_ok.
           perform until entry_ok = "y"
               display "active flag (A=active,I=inactive) = "
                   no advancing
               accept opr_active
               if opr_active = "A" or opr_active = "I"
                   move "y" to entry_ok
               else
                   display "enter A or I"
               end-if
           end-perform.

       run_revoke.
           perform accept_operator_id.
           move in_id to opr_id.
           display "revoke from (yyyymmdd, 0=today) = " no advancing.
           accept in_revoke_date.
           if in_revoke_date = 0
               move function current-date(1:8) to in_revoke_date
           end-if.

           open i-o operator_file.
           if operator_status = "35"
               display "no operator file on file yet"
               move 8 to return-code
           else
               perform read_operator_with_lock
               evaluate operator_status
                   when "00"
                       move operator_record to opr_before
                       move in_revoke_date to opr_revoke_date
                       if in_revoke_date <= run_started_date
                           move "I" to opr_active
                       end-if
                       rewrite operator_record
                       move "R" to opr_action_code
                       move operator_record to opr_after
                       perform write_operator_log
                       add 1 to revoke_count
                       display "operator revoked from "
                           opr_revoke_date
                   when "99"
                       display "record in use, try again later"
                   when other
                       display "no operator on file with that id"
               end-evaluate
           end-if.
           close operator_file.

       run_reset.
           perform accept_operator_id.
           move in_id to opr_id.

           open i-o operator_file.
           if operator_status = "35"
               display "no operator file on file yet"
               move 8 to return-code
           else
               perform read_operator_with_lock
               evaluate operator_status
                   when "00"
                       move operator_record to opr_before
                       move zero to opr_fail_count
                       move space to opr_locked
                       if opr_role not = "B"
                           perform accept_new_password
                           move in_password to opr_password
                       end-if
                       rewrite operator_record
                       move "U" to opr_action_code
                       move operator_record to opr_after
                       perform write_operator_log
                       add 1 to reset_count
                       display "operator lock reset"
                   when "99"
                       display "record in use, try again later"
                   when other
                       display "no operator on file with that id"
               end-evaluate
           end-if.
           close operator_file.

       run_list.
           open input operator_file.
           if operator_status not = "00"
               display "no operator file on file yet"
               move 8 to return-code
           else
               open output operator_list_file
               move spaces to operator_list_line
               string "pythagore operators - run date "
                   function current-date(1:8)
                   delimited by size into operator_list_line
               write operator_list_line
               move spaces to operator_list_line
               write operator_list_line

               move low-values to opr_id
               move "n" to operator_eof
               start operator_file key >= opr_id
                   invalid key
                       move "y" to operator_eof
               end-start

               perform until operator_eof = "y"
                   read operator_file next
                       at end
                           move "y" to operator_eof
                       not at end
                           perform list_one_operator
                   end-read
                   if operator_status = "99"
                       display "record in use, listing incomplete"
                       move "y" to operator_eof
                   end-if
               end-perform

               move spaces to operator_list_line
               write operator_list_line
               move spaces to operator_list_line
               string "operators listed: " list_count
                   delimited by size into operator_list_line
               write operator_list_line

               close operator_list_file
               close operator_file
               display "operators listed: " list_count
           end-if.

       list_one_operator.
           move opr_id to opl_id.
           move opr_name to opl_name.
           move opr_role to opl_role.
           move opr_active to opl_active.
           move opr_locked to opl_locked.
           move opr_fail_count to opl_fail_count.
           move opr_revoke_date to opl_revoke_date.
           move opr_last_signon to opl_last_signon.
           move operator_detail_line to operator_list_line.
           write operator_list_line.
           add 1 to list_count.

       run_violation_report.
           display "violation date (yyyymmdd, 0=today) = "
               no advancing.
           accept report_date.
           if report_date = 0
               move function current-date(1:8) to report_date
           end-if.

           move zero to violation_count.
           open input violation_file.
           if violation_status = "00"
               move "n" to violation_eof
               perform until violation_eof = "y"
                   read violation_file
                       at end
                           move "y" to violation_eof
                       not at end
                           if svl_date = report_date
                               add 1 to violation_count
                           end-if
                   end-read
               end-perform
               close violation_file
           end-if.
           display "violations on " report_date ": " violation_count.

           perform find_signoff.
           if signed_off = "y"
               display "already signed off by " signed_by
                   " on " signed_date
           else
               display "sign off this report (y/n) = " no advancing
               accept signoff_answer
               if signoff_answer = "y"
                   move "VIOSGN" to sec_function
                   perform sign_on_supervisor
                   if operator_granted = "y"
                       perform write_signoff
                   end-if
               end-if
           end-if.

           perform write_violation_report.

       find_signoff.
           move "n" to signed_off.
           open input signoff_file.
           if signoff_status = "00"
               move "n" to signoff_eof
               perform until signoff_eof = "y"
                   read signoff_file
                       at end
                           move "y" to signoff_eof
                       not at end
                           if svs_report_date = report_date
                               move "y" to signed_off
                               move svs_supervisor to signed_by
                               move svs_date to signed_date
                           end-if
                   end-read
               end-perform
               close signoff_file
           end-if.

       write_signoff.
           open extend signoff_file.
           if signoff_status = "35"
               open output signoff_file
               close signoff_file
               open extend signoff_file
           end-if.

           move spaces to signoff_record.
           move report_date to svs_report_date.
           move violation_count to svs_count.
           move operator_id to svs_supervisor.
           move function current-date(1:8) to svs_date.
           move function current-date(9:6) to svs_time.
           write signoff_record.
           close signoff_file.

           move "y" to signed_off.
           move operator_id to signed_by.
           move svs_date to signed_date.
           display "report signed off".

       write_violation_report.
           open output violation_report_file.
           move spaces to violation_report_line.
           string "pythagore security violations - date "
               report_date
               delimited by size into violation_report_line.
           write violation_report_line.
           move spaces to violation_report_line.
           write violation_report_line.
           move spaces to violation_report_line.
           string "  time    operator  program    m  func    reason"
               delimited by size into violation_report_line.
           write violation_report_line.

           open input violation_file.
           if violation_status = "00"
               move "n" to violation_eof
               perform until violation_eof = "y"
                   read violation_file
                       at end
                           move "y" to violation_eof
                       not at end
                           if svl_date = report_date
                               perform write_one_violation
                           end-if
                   end-read
               end-perform
               close violation_file
           end-if.

           move spaces to violation_report_line.
           write violation_report_line.
           move spaces to violation_report_line.
           string "violations: " violation_count
               delimited by size into violation_report_line.
           write violation_report_line.
           move spaces to violation_report_line.
           if signed_off = "y"
               string "supervisor sign-off: " signed_by
                   " on " signed_date
                   delimited by size into violation_report_line
           else
               string "supervisor sign-off: not signed off"
                   delimited by size into violation_report_line
           end-if.
           write violation_report_line.
           close violation_report_file.

       write_one_violation.
           move svl_time to vdl_time.
           move svl_operator to vdl_operator.
           move svl_program to vdl_program.
           move svl_mode to vdl_mode.
           move svl_function to vdl_function.
           move svl_reason to vdl_reason.
           move violation_detail_line to violation_report_line.
           write violation_report_line.
