           77 gen_c_raw pic 9(4)v9(4).
           77 gen_done pic x value "n".

           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "REFLOD".
           77 sec_program pic x(9) value "pythrefl".
           77 sec_result pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

           evaluate run_mode
               when 1
                   perform accept_load_operator
                   if operator_granted = "y"
                       perform run_load
                   else
                       move 8 to return-code
                   end-if
               when 2
                   perform run_unload
               when 3
                   perform accept_load_operator
                   if operator_granted = "y"
                       perform run_generate
                   else
                       move 8 to return-code
                   end-if
               when other
                   display "invalid mode, exiting"
                   move 16 to return-code
           write run_log_record.
           close run_log_file.

       accept_load_operator.
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

       open_reference_io.
           open i-o reference_file.
           if ref_status = "35"
