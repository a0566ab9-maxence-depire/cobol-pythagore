       identification division.
       program-id. pythchg.

       environment division.
       input-output section.
       file-control.
           select rate_file assign to "PYTHRAT.DAT"
               organization is indexed
               access mode is dynamic
               record key is rat_key
               lock mode is automatic with lock on record
               sharing with all other
               file status is rate_status.
           select master_file assign to "PYTHMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is mst_key
               file status is master_status.
           select dept_file assign to "PYTHDPT.DAT"
               organization is indexed
               access mode is dynamic
               record key is dpt_code
               lock mode is automatic with lock on record
               sharing with all other
               file status is dept_status.
           select statement_file assign to "PYTHCHS.DAT"
               organization is line sequential
               file status is statement_status.
           select charge_file assign to "PYTHCHG.DAT"
               organization is line sequential
               file status is charge_status.
           select rate_log_file assign to "PYTHRTL.DAT"
               organization is line sequential
               file status is rate_log_status.
           select rate_list_file assign to "PYTHRTP.DAT"
               organization is line sequential
               file status is rate_list_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  rate_file.
       01  rate_record.
           05 rat_key.
               10 rat_type pic x.
               10 rat_eff_date pic 9(8).
           05 rat_amount pic 9(3)v99.
           05 rat_overflow pic 9(3)v99.

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

       fd  dept_file.
       01  dept_record.
           05 dpt_code pic x(3).
           05 dpt_desc pic x(30).
           05 dpt_cost_center pic x(8).
           05 dpt_contact pic x(20).
           05 dpt_active pic x.
           05 dpt_eff_start pic 9(8).
           05 dpt_eff_end pic 9(8).

       fd  statement_file.
       01  statement_line pic x(80).

       fd  charge_file.
       01  charge_record.
           05 chg_rec_type pic x.
           05 filler pic x value space.
           05 chg_month pic 9(6).
           05 filler pic x value space.
           05 chg_dept pic x(3).
           05 filler pic x value space.
           05 chg_cost_center pic x(8).
           05 filler pic x value space.
           05 chg_count pic 9(7).
           05 filler pic x value space.
           05 chg_amount pic 9(9)v99.

       fd  rate_log_file.
       01  rate_log_record.
           05 rlog_date pic 9(8).
           05 filler pic x value space.
           05 rlog_time pic 9(6).
           05 filler pic x value space.
           05 rlog_operator pic x(8).
           05 filler pic x value space.
           05 rlog_action pic x.
           05 filler pic x value space.
           05 rlog_before pic x(19).
           05 filler pic x value space.
           05 rlog_after pic x(19).

       fd  rate_list_file.
       01  rate_list_line pic x(60).

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
           77 rate_status pic xx.
           77 master_status pic xx.
           77 dept_status pic xx.
           77 statement_status pic xx.
           77 charge_status pic xx.
           77 rate_log_status pic xx.
           77 rate_list_status pic xx.

           77 run_mode pic 9.
           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "RATMNT".
           77 sec_program pic x(9) value "pythchg".
           77 sec_result pic x.
           77 entry_ok pic x value "n".
           77 lock_retry pic 99 value zero.
           77 today_date pic 9(8).

           77 bill_month pic 9(6).
           77 start_date pic 9(8).
           77 end_date pic 9(8).
           77 master_eof pic x value "n".
           77 rate_eof pic x value "n".
           77 type_on_file pic x value "n".
           77 dept_available pic x value "n".

           77 read_count pic 9(6) value zero.
           77 priced_count pic 9(6) value zero.
           77 unpriced_count pic 9(6) value zero.
           77 void_count pic 9(6) value zero.
           77 charge_out_count pic 9(6) value zero.
           77 rate_add_count pic 9(6) value zero.
           77 rate_change_count pic 9(6) value zero.
           77 rate_list_count pic 9(6) value zero.

           77 in_type pic x.
           77 in_eff_date pic 9(8).
           77 in_amount pic 9(3)v99.
           77 in_overflow pic 9(3)v99.
           77 amount_work pic 9(5).
           77 rate_before pic x(19).
           77 rate_after pic x(19).
           77 rate_action_code pic x.

           77 rate_count pic 999 value zero.
           77 rate_index pic 999 value zero.
           77 rate_hit pic 999 value zero.
           77 rate_full_warn pic x value "n".
           01 rate_table.
               05 rate_entry occurs 200.
                   10 rt_type pic x.
                   10 rt_eff_date pic 9(8).
                   10 rt_amount pic 9(3)v99.
                   10 rt_overflow pic 9(3)v99.

           77 price_type pic x.
           77 type_slot pic 9.
           77 line_amount pic 9(3)v99.

           77 dept_count pic 999 value zero.
           77 dept_index pic 999 value zero.
           77 dept_hit pic 999 value zero.
           77 dept_full_warn pic x value "n".
           01 dept_charge_table.
               05 dept_charge_entry occurs 201.
                   10 dc_code pic x(3).
                   10 dc_count pic 9(7).
                   10 dc_type_entry occurs 4.
                       15 dc_type_count pic 9(7).
                       15 dc_type_amount pic 9(7)v99.
                   10 dc_ovf_count pic 9(7).
                   10 dc_ovf_amount pic 9(7)v99.
                   10 dc_total pic 9(9)v99.

           01 type_codes.
               05 filler pic x value "C".
               05 filler pic x value "A".
               05 filler pic x value "B".
               05 filler pic x value "I".
           01 type_list redefines type_codes.
               05 type_code occurs 4 pic x.

           01 type_names.
               05 filler pic x(12) value "hypotenuse".
               05 filler pic x(12) value "solve for a".
               05 filler pic x(12) value "solve for b".
               05 filler pic x(12) value "inverse".
           01 type_name_list redefines type_names.
               05 type_name occurs 4 pic x(12).

           77 grand_count pic 9(7) value zero.
           77 grand_total pic 9(9)v99 value zero.
           77 chg_num pic zzzzzz9.
           77 chg_amt pic zzzzzzzz9.99.
           77 rate_disp pic zz9.99.
           77 ovf_disp pic zz9.99.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.
           move function current-date(1:8) to today_date.

           display "pythagore departmental chargeback".
           display "mode (1=statement,2=add rate,3=change rate,"
               "4=list rates) = " no advancing.
           accept run_mode.

           evaluate run_mode
               when 1
                   perform run_statement
               when 2
                   perform accept_rate_operator
                   if operator_granted = "y"
                       perform run_rate_add
                   end-if
               when 3
                   perform accept_rate_operator
                   if operator_granted = "y"
                       perform run_rate_change
                   end-if
               when 4
                   perform run_rate_list
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
           move "pythchg" to run_program.
           move run_mode to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           evaluate run_mode
               when 1
                   move "PYTHMST.DAT" to run_input_name
                   move read_count to run_count_1
                   move priced_count to run_count_2
                   move unpriced_count to run_count_3
               when 4
                   move "PYTHRAT.DAT" to run_input_name
                   move rate_list_count to run_count_1
                   move zero to run_count_2
                   move zero to run_count_3
               when other
                   move "PYTHRAT.DAT" to run_input_name
                   move rate_add_count to run_count_1
                   move rate_change_count to run_count_2
                   move zero to run_count_3
           end-evaluate.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       accept_rate_operator.
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

       accept_rate_key.
           move "n" to entry_ok.
           perform until entry_ok = "y"
               display "request type (C,A,B,I) = " no advancing
               accept in_type
               if in_type = "C" or in_type = "A"
                       or in_type = "B" or in_type = "I"
                   move "y" to entry_ok
               else
                   display "enter C, A, B or I"
               end-if
           end-perform.

           move zero to in_eff_date.
           perform until in_eff_date > 0
               display "effective date (yyyymmdd) = " no advancing
               accept in_eff_date
               if in_eff_date = 0
                   display "value required, enter effective date"
               end-if
           end-perform.

       accept_rate_amounts.
           display "rate per record in cents (150=1.50) = "
               no advancing.
           accept amount_work.
           compute in_amount = amount_work / 100.
           display "overflow surcharge in cents (50=0.50) = "
               no advancing.
           accept amount_work.
           compute in_overflow = amount_work / 100.

       write_rate_log.
           open extend rate_log_file.
           if rate_log_status = "35"
               open output rate_log_file
               close rate_log_file
               open extend rate_log_file
           end-if.

           move spaces to rate_log_record.
           move function current-date(1:8) to rlog_date.
           move function current-date(9:6) to rlog_time.
           move operator_id to rlog_operator.
           move rate_action_code to rlog_action.
           move rate_before to rlog_before.
           move rate_after to rlog_after.
           write rate_log_record.
           close rate_log_file.

       open_rate_io.
           open i-o rate_file.
           if rate_status = "35"
               close rate_file
               open output rate_file
               close rate_file
               open i-o rate_file
           end-if.

       read_rate_with_lock.
           move zero to lock_retry.
           move "99" to rate_status.
           perform until rate_status not = "99" or lock_retry > 4
               read rate_file key is rat_key
                   invalid key
                       continue
               end-read
               if rate_status = "99"
                   add 1 to lock_retry
                   display "record in use, retrying"
               end-if
           end-perform.

       run_rate_add.
           perform accept_rate_key.
           perform open_rate_io.

           move "n" to type_on_file.
           if in_eff_date <= today_date
               perform check_type_on_file
           end-if.

           if type_on_file = "y"
               display "a rate for that type is already in effect, "
                   "use a future effective date"
           else
               perform accept_rate_amounts
               move in_type to rat_type
               move in_eff_date to rat_eff_date
               move in_amount to rat_amount
               move in_overflow to rat_overflow
               write rate_record
                   invalid key
                       display "a rate for that type and date is "
                           "already on file"
                   not invalid key
                       if rate_status = "00" or rate_status = "02"
                           move "A" to rate_action_code
                           move spaces to rate_before
                           move rate_record to rate_after
                           perform write_rate_log
                           add 1 to rate_add_count
                           display "rate added"
                       else
                           display "record in use, try again later"
                       end-if
               end-write
           end-if.
           close rate_file.

       check_type_on_file.
           move in_type to rat_type.
           move zero to rat_eff_date.
           start rate_file key >= rat_key
               invalid key
                   continue
               not invalid key
                   read rate_file next
                       at end
                           continue
                       not at end
                           if rat_type = in_type
                               move "y" to type_on_file
                           end-if
                   end-read
           end-start.
           if rate_status = "99"
               move "y" to type_on_file
           end-if.

       run_rate_change.
           perform accept_rate_key.
           move in_type to rat_type.
           move in_eff_date to rat_eff_date.

           open i-o rate_file.
           if rate_status = "35"
               display "no rate table on file yet"
               move 8 to return-code
           else
               perform read_rate_with_lock
               evaluate rate_status
                   when "00"
                       if rat_eff_date <= today_date
                           display "rate already in effect, add a "
                               "new effective date instead"
                       else
                           move rate_record to rate_before
                           perform accept_rate_amounts
                           move in_amount to rat_amount
                           move in_overflow to rat_overflow
                           rewrite rate_record
                           move "C" to rate_action_code
                           move rate_record to rate_after
                           perform write_rate_log
                           add 1 to rate_change_count
                           display "rate changed"
                       end-if
                   when "99"
                       display "record in use, try again later"
                   when other
                       display "no rate on file for that type "
                           "and date"
               end-evaluate
           end-if.
           close rate_file.

       run_rate_list.
           open input rate_file.
           if rate_status not = "00"
               display "no rate table on file yet"
               move 8 to return-code
           else
               open output rate_list_file
               move spaces to rate_list_line
               string "pythagore chargeback rates - run date "
                   today_date
                   delimited by size into rate_list_line
               write rate_list_line
               move spaces to rate_list_line
               write rate_list_line

               move low-values to rat_key
               move "n" to rate_eof
               start rate_file key >= rat_key
                   invalid key
                       move "y" to rate_eof
               end-start

               perform until rate_eof = "y"
                   read rate_file next
                       at end
                           move "y" to rate_eof
                       not at end
                           move rat_amount to rate_disp
                           move rat_overflow to ovf_disp
                           move spaces to rate_list_line
                           string "  type " rat_type
                               "  from " rat_eff_date
                               "  rate " rate_disp
                               "  overflow " ovf_disp
                               delimited by size into rate_list_line
                           write rate_list_line
                           add 1 to rate_list_count
                   end-read
                   if rate_status = "99"
                       display "record in use, listing incomplete"
                       move "y" to rate_eof
                   end-if
               end-perform

               close rate_list_file
               close rate_file
               display "rates listed: " rate_list_count
           end-if.

       run_statement.
           display "billing month (yyyymm) = " no advancing.
           accept bill_month.

           if bill_month = 0
               display "invalid month"
               move 16 to return-code
           else
               compute start_date = bill_month * 100 + 1
               compute end_date = bill_month * 100 + 31
               perform load_rate_table
               if rate_count = 0
                   display "no rate table on file, cannot price"
                   move 8 to return-code
               else
                   open input master_file
                   if master_status not = "00"
                       display "no master history file on file yet"
                       move 8 to return-code
                   else
                       perform charge_scan
                       close master_file
                       perform write_statements
                       display "records read:     " read_count
                       display "records priced:   " priced_count
                       display "records unpriced: " unpriced_count
                       display "records voided:   " void_count
                       if unpriced_count > 0
                           move 4 to return-code
                       end-if
                   end-if
               end-if
           end-if.

       load_rate_table.
           move zero to rate_count.
           open input rate_file.
           if rate_status = "00"
               move low-values to rat_key
               move "n" to rate_eof
               start rate_file key >= rat_key
                   invalid key
                       move "y" to rate_eof
               end-start
               perform until rate_eof = "y"
                   read rate_file next
                       at end
                           move "y" to rate_eof
                       not at end
                           perform load_one_rate
                   end-read
                   if rate_status = "99"
                       display "rate record in use, rates incomplete"
                       move "y" to rate_eof
                   end-if
               end-perform
               close rate_file
           end-if.

       load_one_rate.
           if rate_count < 200
               add 1 to rate_count
               move rat_type to rt_type(rate_count)
               move rat_eff_date to rt_eff_date(rate_count)
               move rat_amount to rt_amount(rate_count)
               move rat_overflow to rt_overflow(rate_count)
           else
               if rate_full_warn = "n"
                   display "rate table full, later rates ignored"
                   move "y" to rate_full_warn
               end-if
           end-if.

       charge_scan.
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
                           add 1 to read_count
                           if mst_void_flag = "v"
                               add 1 to void_count
                           else
                               perform price_one_record
                           end-if
                       end-if
               end-read
           end-perform.

       price_one_record.
           if mst_type = space
               move "C" to price_type
           else
               move mst_type to price_type
           end-if.

           move zero to type_slot.
           evaluate price_type
               when "C"
                   move 1 to type_slot
               when "A"
                   move 2 to type_slot
               when "B"
                   move 3 to type_slot
               when "I"
                   move 4 to type_slot
           end-evaluate.

           move zero to rate_hit.
           move zero to rate_index.
           perform until rate_index >= rate_count
               add 1 to rate_index
               if rt_type(rate_index) = price_type
                       and rt_eff_date(rate_index) <= mst_date
                   move rate_index to rate_hit
               end-if
           end-perform.

           if rate_hit = 0 or type_slot = 0
               add 1 to unpriced_count
               display "no rate for type " mst_type " on " mst_date
                   " dept " mst_dept
           else
               perform find_charge_dept
               add 1 to priced_count
               move rt_amount(rate_hit) to line_amount
               add 1 to dc_count(dept_hit)
               add 1 to dc_type_count(dept_hit type_slot)
               add line_amount to dc_type_amount(dept_hit type_slot)
               add line_amount to dc_total(dept_hit)
               if mst_status = "o"
                   move rt_overflow(rate_hit) to line_amount
                   add 1 to dc_ovf_count(dept_hit)
                   add line_amount to dc_ovf_amount(dept_hit)
                   add line_amount to dc_total(dept_hit)
               end-if
           end-if.

       find_charge_dept.
           move zero to dept_hit.
           move zero to dept_index.
           perform until dept_index >= dept_count or dept_hit > 0
               add 1 to dept_index
               if dc_code(dept_index) = mst_dept
                   move dept_index to dept_hit
               end-if
           end-perform.

           if dept_hit = 0
               if dept_count < 200
                   add 1 to dept_count
                   move dept_count to dept_hit
                   initialize dept_charge_entry(dept_hit)
                   move mst_dept to dc_code(dept_hit)
               else
                   if dept_full_warn = "n"
                       display "department table full, extra "
                           "departments charged as ***"
                       move "y" to dept_full_warn
                       add 1 to dept_count
                       initialize dept_charge_entry(dept_count)
                       move "***" to dc_code(dept_count)
                   end-if
                   move dept_count to dept_hit
               end-if
           end-if.

       write_statements.
           open output statement_file.
           open output charge_file.
           open input dept_file.
           if dept_status = "00"
               move "y" to dept_available
           else
               move "n" to dept_available
           end-if.

           move zero to dept_index.
           perform write_one_statement dept_count times.

           move spaces to statement_line.
           string "pythagore chargeback summary - month "
               bill_month
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           write statement_line.
           move grand_count to chg_num.
           move grand_total to chg_amt.
           move spaces to statement_line.
           string "departments charged: " dept_count
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           string "records charged:     " chg_num
               delimited by size into statement_line.
           write statement_line.
           move void_count to chg_num.
           move spaces to statement_line.
           string "voided, not charged: " chg_num
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           string "grand total:      " chg_amt
               delimited by size into statement_line.
           write statement_line.

           move spaces to charge_record.
           move "T" to chg_rec_type.
           move bill_month to chg_month.
           move grand_count to chg_count.
           move grand_total to chg_amount.
           write charge_record.

           if dept_available = "y"
               close dept_file
           end-if.
           close charge_file.
           close statement_file.

       write_one_statement.
           add 1 to dept_index.
           move spaces to dpt_desc.
           move spaces to dpt_cost_center.
           if dept_available = "y"
               move dc_code(dept_index) to dpt_code
               read dept_file key is dpt_code
                   invalid key
                       move "not on department master" to dpt_desc
               end-read
           end-if.

           move spaces to statement_line.
           string "pythagore chargeback statement - month "
               bill_month
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           string "department: " dc_code(dept_index)
               "  " dpt_desc
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           string "cost center: " dpt_cost_center
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           write statement_line.

           move zero to type_slot.
           perform write_one_type_line 4 times.

           move dc_ovf_count(dept_index) to chg_num.
           move dc_ovf_amount(dept_index) to chg_amt.
           move spaces to statement_line.
           string "  overflow surcharge  count: " chg_num
               "  amount: " chg_amt
               delimited by size into statement_line.
           write statement_line.

           move dc_count(dept_index) to chg_num.
           move dc_total(dept_index) to chg_amt.
           move spaces to statement_line.
           write statement_line.
           move spaces to statement_line.
           string "  department total    count: " chg_num
               "  amount: " chg_amt
               delimited by size into statement_line.
           write statement_line.
           move spaces to statement_line.
           write statement_line.
           write statement_line.

           add dc_count(dept_index) to grand_count.
           add dc_total(dept_index) to grand_total.

           move spaces to charge_record.
           move "D" to chg_rec_type.
           move bill_month to chg_month.
           move dc_code(dept_index) to chg_dept.
           move dpt_cost_center to chg_cost_center.
           move dc_count(dept_index) to chg_count.
           move dc_total(dept_index) to chg_amount.
           write charge_record.
           add 1 to charge_out_count.

       write_one_type_line.
           add 1 to type_slot.
           move dc_type_count(dept_index type_slot) to chg_num.
           move dc_type_amount(dept_index type_slot) to chg_amt.
           move spaces to statement_line.
           string "  " type_code(type_slot) " "
               type_name(type_slot)
               "    count: " chg_num
               "  amount: " chg_amt
               delimited by size into statement_line.
           write statement_line.
