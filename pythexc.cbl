           05 exp_orig_a pic 999v9.
           05 filler pic x.
           05 exp_orig_b pic 999v9.
           05 filler pic x.
           05 exp_type pic x.
           05 filler pic x.
           05 exp_flag pic x.

       fd  extract_file.
       01  extract_record pic x(86).

       fd  exp_archive_file.
       01  exp_archive_record pic x(86).

       fd  keep_file.
       01  keep_record pic x(86).

       fd  run_log_file.
       01  run_log_record.
           77 archive_count pic 9(6) value zero.
           77 keep_count pic 9(6) value zero.

           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "EXCPRG".
           77 sec_program pic x(9) value "pythexc".
           77 sec_mode pic 9 value zero.
           77 sec_result pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).
               no advancing.
           accept keep_cutoff.

           if keep_cutoff > 0
               perform accept_purge_operator
               if operator_granted = "n"
                   display "purge not authorised, all exports kept"
                   move zero to keep_cutoff
                   move 4 to return-code
               end-if
           end-if.

           if cut_date = 0
               display "invalid date"
               move 16 to return-code
           write run_log_record.
           close run_log_file.

       accept_purge_operator.
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
               sec_function sec_program sec_mode sec_result.
           if sec_result = "Y"
               move "y" to operator_granted
           else
               display "not authorised for this function"
           end-if.

       split_export.
           string "EXP" cut_date ".DAT"
               delimited by size into extract_filename.
