       identification division.
       program-id. pythxrf.

       environment division.
       input-output section.
       file-control.
           select reference_file assign to "PYTHREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is ref_key
               lock mode is automatic with lock on record
               sharing with all other
               file status is ref_status.
           select master_file assign to "PYTHMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is mst_key
               file status is master_status.
           select xref_report_file assign to "PYTHXRF.DAT"
               organization is line sequential
               file status is xref_report_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  reference_file.
       01  reference_record.
           05 ref_key.
               10 ref_a pic 999v9.
               10 ref_b pic 999v9.
           05 ref_c pic 999v9.

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

       fd  xref_report_file.
       01  xref_report_line pic x(100).

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
           77 ref_status pic xx.
           77 master_status pic xx.
           77 xref_report_status pic xx.

           77 start_date pic 9(8).
           77 end_date pic 9(8).
           77 min_count pic 9(4) value zero.
           77 default_min_count pic 9(4) value 3.

           77 ref_eof pic x value "n".
           77 master_eof pic x value "n".

           77 read_count pic 9(6) value zero.
           77 void_count pic 9(6) value zero.
           77 ref_count pic 9(6) value zero.
           77 ref_used_count pic 9(6) value zero.
           77 ref_unused_count pic 9(6) value zero.
           77 unlisted_count pic 9(6) value zero.

           77 norm_a pic 999v9.
           77 norm_b pic 999v9.
           77 pair_count pic 9(3) value zero.
           77 pair_index pic 9(3) value zero.
           77 pair_hit pic 9(3) value zero.
           77 pair_over_warn pic x value "n".
           77 pair_over_count pic 9(6) value zero.
           77 dept_index pic 99 value zero.
           77 dept_hit pic 99 value zero.

           77 chk_a10 pic 9(4).
           77 chk_b10 pic 9(4).
           77 chk_c10 pic 9(4).
           77 chk_sum pic 9(9).

           01 pair_table.
               05 pair_entry occurs 999.
                   10 pt_a pic 999v9.
                   10 pt_b pic 999v9.
                   10 pt_c pic 999v9.
                   10 pt_exact pic x.
                   10 pt_on_ref pic x.
                   10 pt_count pic 9(6).
                   10 pt_dept_count pic 99.
                   10 pt_dept_more pic x.
                   10 pt_dept occurs 8 pic x(3).

           01 xref_detail_line.
               05 filler pic x(2) value spaces.
               05 xdl_a pic zz9.9.
               05 filler pic x(2) value spaces.
               05 xdl_b pic zz9.9.
               05 filler pic x(2) value spaces.
               05 xdl_c pic zz9.9.
               05 filler pic x(2) value spaces.
               05 xdl_count pic zzzzz9.
               05 filler pic x(2) value spaces.
               05 xdl_depts pic x(32).
               05 xdl_more pic x(6).

           01 xref_dept_list.
               05 xref_dept_slot occurs 8.
                   10 xds_code pic x(3).
                   10 filler pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.

           display "pythagore reference usage cross-reference".
           display "start date (yyyymmdd) = " no advancing.
           accept start_date.
           display "end date (yyyymmdd) = " no advancing.
           accept end_date.
           display "minimum count for exact pairs not on reference "
               "(0=3) = " no advancing.
           accept min_count.
           if min_count = 0
               move default_min_count to min_count
           end-if.

           if start_date = 0 or end_date = 0
                   or start_date > end_date
               display "invalid date range"
               move 16 to return-code
           else
               open input master_file
               if master_status not = "00"
                   display "no master history file on file yet"
                   move 8 to return-code
               else
                   perform usage_scan
                   close master_file
                   open input reference_file
                   if ref_status not = "00"
                       display "no reference file on file yet"
                       move 8 to return-code
                   else
                       perform write_xref_report
                       close reference_file
                       display "requests counted:      " read_count
                       display "reference entries:     " ref_count
                       display "  used in period:      "
                           ref_used_count
                       if pair_over_warn = "y"
                           display "  never hit:           "
                               "not reported"
                       else
                           display "  never hit:           "
                               ref_unused_count
                       end-if
                       display "exact pairs not on ref: "
                           unlisted_count
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
           move "pythxrf" to run_program.
           move zero to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHREF.DAT" to run_input_name.
           move ref_used_count to run_count_1.
           move ref_unused_count to run_count_2.
           move unlisted_count to run_count_3.
           move return-code to run_return.
           write run_log_record.
           close run_log_file.

       usage_scan.
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
                           if mst_void_flag = "v"
                               add 1 to void_count
                           else
                               add 1 to read_count
                               perform tally_usage
                           end-if
                       end-if
               end-read
           end-perform.

       tally_usage.
           if mst_a <= mst_b
               move mst_a to norm_a
               move mst_b to norm_b
           else
               move mst_b to norm_a
               move mst_a to norm_b
           end-if.

           move zero to pair_hit.
           move zero to pair_index.
           perform until pair_index >= pair_count or pair_hit > 0
               add 1 to pair_index
               if pt_a(pair_index) = norm_a
                       and pt_b(pair_index) = norm_b
                   move pair_index to pair_hit
               end-if
           end-perform.

           if pair_hit = 0
               if pair_count < 999
                   add 1 to pair_count
                   move pair_count to pair_hit
                   perform add_pair_entry
               else
                   if pair_over_warn = "n"
                       display "pair table full, cross-reference "
                           "incomplete"
                       move "y" to pair_over_warn
                       move 4 to return-code
                   end-if
                   add 1 to pair_over_count
               end-if
           end-if.

           if pair_hit > 0
               add 1 to pt_count(pair_hit)
               perform tally_pair_dept
           end-if.

       add_pair_entry.
           move norm_a to pt_a(pair_hit).
           move norm_b to pt_b(pair_hit).
           move mst_c to pt_c(pair_hit).
           move "n" to pt_on_ref(pair_hit).
           move zero to pt_count(pair_hit).
           move zero to pt_dept_count(pair_hit).
           move space to pt_dept_more(pair_hit).
           move "n" to pt_exact(pair_hit).

           if mst_status not = "o" and norm_a > 0 and norm_b > 0
               compute chk_a10 = norm_a * 10
               compute chk_b10 = norm_b * 10
               compute chk_c10 = mst_c * 10
               compute chk_sum =
                   chk_a10 * chk_a10 + chk_b10 * chk_b10
               if chk_sum = chk_c10 * chk_c10
                   move "y" to pt_exact(pair_hit)
               end-if
           end-if.

       tally_pair_dept.
           move zero to dept_hit.
           move zero to dept_index.
           perform until dept_index >= pt_dept_count(pair_hit)
                   or dept_hit > 0
               add 1 to dept_index
               if pt_dept(pair_hit, dept_index) = mst_dept
                   move dept_index to dept_hit
               end-if
           end-perform.

           if dept_hit = 0
               if pt_dept_count(pair_hit) < 8
                   add 1 to pt_dept_count(pair_hit)
                   move mst_dept
                       to pt_dept(pair_hit, pt_dept_count(pair_hit))
               else
                   move "+" to pt_dept_more(pair_hit)
               end-if
           end-if.

       find_ref_pair.
           move zero to pair_hit.
           move zero to pair_index.
           perform until pair_index >= pair_count or pair_hit > 0
               add 1 to pair_index
               if pt_a(pair_index) = ref_a
                       and pt_b(pair_index) = ref_b
                   move pair_index to pair_hit
               end-if
           end-perform.

       start_reference.
           move zero to ref_a.
           move zero to ref_b.
           move "n" to ref_eof.
           start reference_file key >= ref_key
               invalid key
                   move "y" to ref_eof
           end-start.

       write_xref_report.
           open output xref_report_file.

           move spaces to xref_report_line.
           string "pythagore reference usage - " start_date
               " to " end_date
               delimited by size into xref_report_line.
           write xref_report_line.
           move spaces to xref_report_line.
           write xref_report_line.

           if pair_over_warn = "y"
               move spaces to xref_report_line
               string "*** pair table full, " pair_over_count
                   " requests not counted, report incomplete ***"
                   delimited by size into xref_report_line
               write xref_report_line
               move spaces to xref_report_line
               write xref_report_line
           end-if.

           move "reference entries used in the period:"
               to xref_report_line.
           write xref_report_line.
           move spaces to xref_report_line.
           string "      a       b       c   requests  departments"
               delimited by size into xref_report_line.
           write xref_report_line.

           perform start_reference.
           perform until ref_eof = "y"
               read reference_file next
                   at end
                       move "y" to ref_eof
                   not at end
                       add 1 to ref_count
                       perform find_ref_pair
                       if pair_hit > 0
                           move "y" to pt_on_ref(pair_hit)
                           add 1 to ref_used_count
                           perform write_used_line
                       end-if
               end-read
               if ref_status = "99"
                   display "reference record in use, "
                       "report incomplete"
                   move "y" to ref_eof
                   move 4 to return-code
               end-if
           end-perform.

           move spaces to xref_report_line.
           write xref_report_line.
           move "reference entries never hit in the period:"
               to xref_report_line.
           write xref_report_line.

           if pair_over_warn = "y"
               move "  not reported, pair table full"
                   to xref_report_line
               write xref_report_line
           else
               perform write_unused_section
           end-if.

           move spaces to xref_report_line.
           write xref_report_line.
           move spaces to xref_report_line.
           string "exact pairs not on the reference, requested "
               min_count " times or more:"
               delimited by size into xref_report_line.
           write xref_report_line.

           move zero to pair_index.
           perform write_one_unlisted pair_count times.

           move spaces to xref_report_line.
           write xref_report_line.
           move spaces to xref_report_line.
           string "requests counted: " read_count
               "  voided (excluded): " void_count
               delimited by size into xref_report_line.
           write xref_report_line.
           move spaces to xref_report_line.
           if pair_over_warn = "y"
               string "reference entries: " ref_count
                   "  used: " ref_used_count
                   "  never hit: not reported"
                   delimited by size into xref_report_line
           else
               string "reference entries: " ref_count
                   "  used: " ref_used_count
                   "  never hit: " ref_unused_count
                   delimited by size into xref_report_line
           end-if.
           write xref_report_line.
           if pair_over_warn = "y"
               move spaces to xref_report_line
               string "requests not counted, pair table full: "
                   pair_over_count
                   delimited by size into xref_report_line
               write xref_report_line
           end-if.
           move spaces to xref_report_line.
           string "exact pairs not on reference: " unlisted_count
               delimited by size into xref_report_line.
           write xref_report_line.

           close xref_report_file.

       write_unused_section.
           perform start_reference.
           perform until ref_eof = "y"
               read reference_file next
                   at end
                       move "y" to ref_eof
                   not at end
                       perform find_ref_pair
                       if pair_hit = 0
                           add 1 to ref_unused_count
                           perform write_unused_line
                       end-if
               end-read
               if ref_status = "99"
                   move "y" to ref_eof
               end-if
           end-perform.

       build_dept_list.
           move spaces to xref_dept_list.
           move zero to dept_index.
           perform until dept_index >= pt_dept_count(pair_hit)
               add 1 to dept_index
               move pt_dept(pair_hit, dept_index)
                   to xds_code(dept_index)
           end-perform.
           move xref_dept_list to xdl_depts.
           if pt_dept_more(pair_hit) = "+"
               move " more" to xdl_more
           else
               move spaces to xdl_more
           end-if.

       write_used_line.
           move ref_a to xdl_a.
           move ref_b to xdl_b.
           move ref_c to xdl_c.
           move pt_count(pair_hit) to xdl_count.
           perform build_dept_list.
           move xref_detail_line to xref_report_line.
           write xref_report_line.

       write_unused_line.
           move ref_a to xdl_a.
           move ref_b to xdl_b.
           move ref_c to xdl_c.
           move zero to xdl_count.
           move spaces to xdl_depts.
           move spaces to xdl_more.
           move xref_detail_line to xref_report_line.
           write xref_report_line.

       write_one_unlisted.
           add 1 to pair_index.
           if pt_on_ref(pair_index) = "n"
                   and pt_exact(pair_index) = "y"
                   and pt_count(pair_index) >= min_count
               move pair_index to pair_hit
               move pt_a(pair_hit) to xdl_a
               move pt_b(pair_hit) to xdl_b
               move pt_c(pair_hit) to xdl_c
               move pt_count(pair_hit) to xdl_count
               perform build_dept_list
               move xref_detail_line to xref_report_line
               write xref_report_line
               add 1 to unlisted_count
           end-if.
