       identification division.
       program-id. pythrcl.

       environment division.
       input-output section.
       file-control.
           select archive_file assign to "PYTHHAR.DAT"
               organization is line sequential
               file status is archive_status.
           select master_file assign to "PYTHMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is mst_key
               file status is master_status.
           select recall_report_file assign to "PYTHRCR.DAT"
               organization is line sequential
               file status is recall_report_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  archive_file.
       01  archive_record.
           05 arc_date pic 9(8).
           05 filler pic x.
           05 arc_time pic 9(6).
           05 filler pic x.
           05 arc_a pic 999v9.
           05 filler pic x.
           05 arc_b pic 999v9.
           05 filler pic x.
           05 arc_c pic 999v9.
           05 filler pic x.
           05 arc_status pic x.
           05 filler pic x.
           05 arc_angle_a pic 99v99.
           05 filler pic x.
           05 arc_angle_b pic 99v99.
           05 filler pic x.
           05 arc_area pic 9(6)v99.
           05 filler pic x.
           05 arc_perimeter pic 9(4)v99.
           05 filler pic x.
           05 arc_dept pic x(3).
           05 filler pic x.
           05 arc_type pic x.
           05 filler pic x.
           05 arc_unit pic x.
           05 filler pic x.
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

       fd  recall_report_file.
       01  recall_report_line pic x(80).

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
           77 archive_status pic xx.
           77 master_status pic xx.
           77 recall_report_status pic xx.

           77 start_date pic 9(8).
           77 end_date pic 9(8).
           77 recall_dept pic x(3).
           77 recall_today pic 9(8).
           77 start_days pic 9(7).
           77 end_days pic 9(7).
           77 work_days pic 9(7).
           77 work_date pic 9(8).

           77 archive_eof pic x value "n".
           77 master_done pic x value "n".
           77 master_open_ok pic x value "n".

           77 archive_read_count pic 9(6) value zero.
           77 recall_count pic 9(6) value zero.
           77 present_count pic 9(6) value zero.
           77 drop_count pic 9(6) value zero.
           77 not_found_count pic 9(6) value zero.

           77 rcl_c pic 999v9.
           77 rcl_status pic x.
           77 rcl_seq pic 999.
           01 recall_image pic x(93).

           77 day_span pic 9(4).
           77 day_index pic 9(4).
           01 day_table.
               05 day_found occurs 731 pic x.

           77 rcl_disposition pic x(16).
           77 rcl_disp_a pic zz9.9.
           77 rcl_disp_b pic zz9.9.
           77 rcl_disp_c pic zz9.9.
           77 rcl_num pic zzzzz9.

           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "RECALL".
           77 sec_program pic x(9) value "pythrcl".
           77 sec_mode pic 9 value zero.
           77 sec_result pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.
           move function current-date(1:8) to recall_today.

           display "pythagore archive recall utility".
           display "start date (yyyymmdd) = " no advancing.
           accept start_date.
           display "end date (yyyymmdd) = " no advancing.
           accept end_date.
           display "department (blank=all) = " no advancing.
           accept recall_dept.

           if start_date = 0 or end_date = 0
                   or start_date > end_date
               display "invalid date range"
               move 16 to return-code
           else
               compute start_days =
                   function integer-of-date(start_date)
               compute end_days = function integer-of-date(end_date)
               compute day_span = end_days - start_days + 1
               if day_span > 731
                   display "date range too large, two years at most"
                   move 16 to return-code
               else
                   perform accept_recall_operator
                   if operator_granted = "y"
                       perform run_recall
                   else
                       move 8 to return-code
                   end-if
               end-if
           end-if.

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
           move "pythrcl" to run_program.
           move zero to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHHAR.DAT" to run_input_name.
           move recall_count to run_count_1.
           move present_count to run_count_2.
           move not_found_count to run_count_3.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       accept_recall_operator.
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

       run_recall.
           open input archive_file.
           if archive_status not = "00"
               display "no archive file on file"
               move 8 to return-code
           else
               perform open_master_io
               if master_open_ok = "y"
                   perform open_recall_report
                   move all "n" to day_table
                   move "n" to archive_eof
                   perform until archive_eof = "y"
                       read archive_file
                           at end
                               move "y" to archive_eof
                           not at end
                               add 1 to archive_read_count
                               perform select_one_archive
                       end-read
                   end-perform
                   close master_file
                   perform report_days_not_found
                   perform close_recall_report
                   display "records recalled:       " recall_count
                   display "already on master:      " present_count
                   display "days not in archive:    " not_found_count
                   if drop_count > 0
                       display "records not recalled:   " drop_count
                       move 4 to return-code
                   end-if
               end-if
               close archive_file
           end-if.

       open_master_io.
           move "n" to master_open_ok.
           open i-o master_file.
           if master_status = "35"
               close master_file
               open output master_file
               close master_file
               open i-o master_file
           end-if.
           if master_status = "00"
               move "y" to master_open_ok
           else
               display "master file will not open, status "
                   master_status
               move 8 to return-code
           end-if.

       select_one_archive.
           if arc_date >= start_date and arc_date <= end_date
               if recall_dept = spaces or arc_dept = recall_dept
                   compute day_index =
                       function integer-of-date(arc_date)
                       - start_days + 1
                   move "y" to day_found(day_index)
                   perform recall_one_record
               end-if
           end-if.

       recall_one_record.
           move arc_date to mst_date.
           move arc_time to mst_time.
           move arc_a to mst_a.
           move arc_b to mst_b.
           move arc_dept to mst_dept.
           if arc_seq is numeric
               move arc_seq to rcl_seq
           else
               move zero to rcl_seq
           end-if.
           move arc_c to mst_c.
           move arc_status to mst_status.
           move arc_angle_a to mst_angle_a.
           move arc_angle_b to mst_angle_b.
           move arc_area to mst_area.
           move arc_perimeter to mst_perimeter.
           move arc_type to mst_type.
           move arc_unit to mst_unit.
           move arc_orig_a to mst_orig_a.
           move arc_orig_b to mst_orig_b.
           move arc_void_flag to mst_void_flag.
           move arc_void_reason to mst_void_reason.
           if arc_void_date is numeric
               move arc_void_date to mst_void_date
           else
               move zero to mst_void_date
           end-if.
           move arc_void_oper to mst_void_oper.
           move "r" to mst_recall_flag.
           move recall_today to mst_recall_date.
           move arc_c to rcl_c.
           move arc_status to rcl_status.

           move "n" to master_done.
           perform until master_done = "y"
               move rcl_seq to mst_seq
               move master_record to recall_image
               write master_record
                   invalid key
                       perform check_master_present
                   not invalid key
                       add 1 to recall_count
                       move "recalled" to rcl_disposition
                       perform write_recall_detail
                       move "y" to master_done
               end-write
           end-perform.

       check_master_present.
           read master_file key is mst_key
               invalid key
                   add 1 to drop_count
                   move "not recalled" to rcl_disposition
                   move recall_image to master_record
                   perform write_recall_detail
                   move "y" to master_done
               not invalid key
                   if mst_c = rcl_c and mst_status = rcl_status
                       add 1 to present_count
                       move "already on master" to rcl_disposition
                       perform write_recall_detail
                       move "y" to master_done
                   else
                       move recall_image to master_record
                       if rcl_seq < 999
                           add 1 to rcl_seq
                       else
                           add 1 to drop_count
                           move "not recalled" to rcl_disposition
                           perform write_recall_detail
                           move "y" to master_done
                       end-if
                   end-if
           end-read.

       open_recall_report.
           open output recall_report_file.
           move spaces to recall_report_line.
           string "pythagore archive recall - " start_date
               " to " end_date "  dept " recall_dept
               "  run date " recall_today
               delimited by size into recall_report_line.
           write recall_report_line.
           move spaces to recall_report_line.
           write recall_report_line.

       write_recall_detail.
           move mst_a to rcl_disp_a.
           move mst_b to rcl_disp_b.
           move mst_c to rcl_disp_c.
           move spaces to recall_report_line.
           string mst_date " " mst_time " a=" rcl_disp_a
               " b=" rcl_disp_b " c=" rcl_disp_c
               " " mst_dept "  " rcl_disposition
               delimited by size into recall_report_line.
           write recall_report_line.

       report_days_not_found.
           move spaces to recall_report_line.
           write recall_report_line.
           move "dates not found in the archive:"
               to recall_report_line.
           write recall_report_line.
           move zero to day_index.
           perform until day_index >= day_span
               add 1 to day_index
               if day_found(day_index) = "n"
                   add 1 to not_found_count
                   compute work_days = start_days + day_index - 1
                   compute work_date =
                       function date-of-integer(work_days)
                   move spaces to recall_report_line
                   string "  " work_date
                       delimited by size into recall_report_line
                   write recall_report_line
               end-if
           end-perform.

       close_recall_report.
           move spaces to recall_report_line.
           write recall_report_line.
           move recall_count to rcl_num.
           move spaces to recall_report_line.
           string "records recalled:      " rcl_num
               delimited by size into recall_report_line.
           write recall_report_line.
           move present_count to rcl_num.
           move spaces to recall_report_line.
           string "already on master:     " rcl_num
               delimited by size into recall_report_line.
           write recall_report_line.
           move not_found_count to rcl_num.
           move spaces to recall_report_line.
           string "dates not in archive:  " rcl_num
               delimited by size into recall_report_line.
           write recall_report_line.
           if drop_count > 0
               move drop_count to rcl_num
               move spaces to recall_report_line
               string "records not recalled:  " rcl_num
                   delimited by size into recall_report_line
               write recall_report_line
           end-if.
           close recall_report_file.
