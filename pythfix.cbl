           77 pend_age pic 9(5).
           77 age_num pic zzzz9.

           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "FIXCOR".
           77 sec_program pic x(9) value "pythfix".
           77 sec_result pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).
               when 1
                   perform run_sweep
               when 2
                   perform accept_fix_operator
                   if operator_granted = "y"
                       perform run_correct
                   else
                       move 8 to return-code
                   end-if
               when 3
                   perform run_aging
               when other
           write run_log_record.
           close run_log_file.

       accept_fix_operator.
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

       run_sweep.
           move function current-date(1:8) to sweep_today.

