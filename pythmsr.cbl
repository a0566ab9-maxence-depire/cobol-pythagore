               access mode is dynamic
               record key is mst_key
               file status is master_status.
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
           select stats_report_file assign to "PYTHMSR.DAT"
               organization is line sequential
               file status is stats_report_status.
           05 mst_unit pic x.
           05 mst_orig_a pic 999v9.
           05 mst_orig_b pic 999v9.
           05 mst_void_flag pic x.
           05 mst_void_reason pic xx.
           05 mst_void_date pic 9(8).
           05 mst_void_oper pic x(8).
           05 mst_recall_flag pic x.
           05 mst_recall_date pic 9(8).

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

       fd  stats_report_file.
       01  stats_report_line pic x(80).
       working-storage section.
           77 master_status pic xx.
           77 stats_report_status pic xx.
           77 period_status pic xx.
           77 snapshot_status pic xx.

           77 stat_month pic 9(6).
           77 start_date pic 9(8).
           77 exact_count pic 9(6) value zero.
           77 approx_count pic 9(6) value zero.
           77 degen_count pic 9(6) value zero.
           77 void_count pic 9(6) value zero.

           77 sum_c pic 9(9)v9 value zero.
           77 sum_area pic 9(11)v99 value zero.
           77 busy_best pic 9(3) value zero.
           77 busy_max pic 9(6) value zero.

           77 period_found pic x value "n".
           77 period_state pic x(8) value spaces.
           77 period_close_date pic 9(8) value zero.
           77 period_close_oper pic x(8) value spaces.
           77 snapshot_eof pic x value "n".
           77 cmp_ok pic 9(7) value zero.
           77 cmp_ovf pic 9(7) value zero.
           77 cmp_void pic 9(7) value zero.
           77 cmp_current pic 9(7) value zero.
           77 cmp_diff pic s9(7) value zero.
           77 cmp_diff_count pic 9(4) value zero.

           77 dept_used pic 999 value zero.
           77 dept_index pic 999 value zero.
           77 dept_hit pic 999 value zero.
           77 dept_full_warn pic x value "n".
           01 dept_tally.
               05 dept_tally_entry occurs 201.
                   10 dtl_code pic x(3).
                   10 dtl_count pic 9(7).
                   10 dtl_matched pic x.

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

           01 compare_line.
               05 filler pic x(2) value spaces.
               05 cpl_kind pic x(10).
               05 filler pic x(2) value spaces.
               05 cpl_code pic x(3).
               05 filler pic x(2) value spaces.
               05 cpl_snapshot pic z(6)9.
               05 filler pic x(2) value spaces.
               05 cpl_current pic z(6)9.
               05 filler pic x(2) value spaces.
               05 cpl_diff pic -(7)9.

           77 msr_num pic zzzzz9.
           77 msr_c pic zz9.99.
           77 msr_area pic zzzzz9.99.
               display "invalid date range"
               move 16 to return-code
           else
               if stat_month > 0
                   perform read_period_state
               end-if
               open input master_file
               if master_status not = "00"
                   display "no master history file on file yet"
                   close master_file
                   perform write_stats_report
                   display "records counted: " total_count
                   display "records voided:  " void_count
                   if stat_month > 0
                       display "period " stat_month ": " period_state
                   end-if
                   if period_found = "y"
                       display "differences from close snapshot: "
                           cmp_diff_count
                   end-if
                   display "statistics report written"
               end-if
           end-if.
           end-perform.

       tally_one_record.
           if mst_void_flag = "v"
               add 1 to void_count
           else
               perform tally_live_record
           end-if.

           if period_found = "y" and mst_recall_flag not = "r"
               perform tally_period_counts
           end-if.

       read_period_state.
           move "open" to period_state.
           move "n" to period_found.
           open input period_file.
           if period_status = "00"
               move stat_month to per_month
               read period_file key is per_month
                   invalid key
                       continue
                   not invalid key
                       move "y" to period_found
                       move per_close_date to period_close_date
                       move per_close_oper to period_close_oper
                       if per_status = "C"
                           move "closed" to period_state
                       else
                           move "reopened" to period_state
                       end-if
               end-read
               close period_file
           end-if.

       tally_period_counts.
           if mst_void_flag = "v"
               add 1 to cmp_void
           else
               if mst_status = "o"
                   add 1 to cmp_ovf
               else
                   add 1 to cmp_ok
               end-if
               perform tally_period_dept
               move mst_type to type_code
               if type_code = space
                   move "C" to type_code
               end-if
               move zero to type_index
               perform until type_index >= 4
                   add 1 to type_index
                   if type_entry(type_index) = type_code
                       add 1 to type_count(type_index)
                   end-if
               end-perform
           end-if.

       tally_period_dept.
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
                   move "n" to dtl_matched(dept_hit)
               else
                   if dept_full_warn = "n"
                       display "department table full, "
                           "comparison incomplete"
                       move "y" to dept_full_warn
                   end-if
               end-if
           end-if.

           if dept_hit > 0
               add 1 to dtl_count(dept_hit)
           end-if.

       tally_live_record.
           add 1 to total_count.

           if mst_status = "o"
               " to " end_date
               delimited by size into stats_report_line.
           write stats_report_line.
           if stat_month > 0
               move spaces to stats_report_line
               if period_found = "y"
                   string "period " stat_month ": " period_state
                       " - closed " period_close_date
                       " by " period_close_oper
                       delimited by size into stats_report_line
               else
                   string "period " stat_month ": " period_state
                       delimited by size into stats_report_line
               end-if
               write stats_report_line
           end-if.
           move spaces to stats_report_line.
           write stats_report_line.

           move zero to busy_rank.
           perform write_one_busy_pair 5 times.

           if period_found = "y"
               perform write_snapshot_compare
           end-if.

           close stats_report_file.

       write_snapshot_compare.
           move spaces to stats_report_line.
           write stats_report_line.
           move "comparison with close snapshot:" to stats_report_line.
           write stats_report_line.
           move spaces to stats_report_line.
           string "  count by    code   snapshot    current  "
               "difference"
               delimited by size into stats_report_line.
           write stats_report_line.

           open input snapshot_file.
           if snapshot_status not = "00"
               move "  no snapshot on file for this period"
                   to stats_report_line
               write stats_report_line
               add 1 to cmp_diff_count
           else
               move stat_month to psn_month
               move low-values to psn_kind
               move low-values to psn_code
               move "n" to snapshot_eof
               start snapshot_file key >= psn_key
                   invalid key
                       move "y" to snapshot_eof
               end-start
               perform until snapshot_eof = "y"
                   read snapshot_file next
                       at end
                           move "y" to snapshot_eof
                       not at end
                           if psn_month not = stat_month
                               move "y" to snapshot_eof
                           else
                               perform compare_one_snapshot
                           end-if
                   end-read
               end-perform
               close snapshot_file
           end-if.

           move zero to dept_index.
           perform until dept_index >= dept_used
               add 1 to dept_index
               if dtl_matched(dept_index) = "n"
                   move "D" to psn_kind
                   move dtl_code(dept_index) to psn_code
                   move zero to psn_count
                   move dtl_count(dept_index) to cmp_current
                   perform write_compare_line
               end-if
           end-perform.

           move spaces to stats_report_line.
           if cmp_diff_count = 0
               move "current counts agree with the close snapshot"
                   to stats_report_line
           else
               move cmp_diff_count to msr_num
               string "entries differing from the close snapshot: "
                   msr_num
                   delimited by size into stats_report_line
           end-if.
           write stats_report_line.

       compare_one_snapshot.
           move zero to cmp_current.
           evaluate psn_kind
               when "S"
                   evaluate psn_code
                       when "OK"
                           move cmp_ok to cmp_current
                       when "OVF"
                           move cmp_ovf to cmp_current
                       when "VOI"
                           move cmp_void to cmp_current
                   end-evaluate
               when "D"
                   move zero to dept_index
                   perform until dept_index >= dept_used
                       add 1 to dept_index
                       if dtl_code(dept_index) = psn_code
                           move dtl_count(dept_index) to cmp_current
                           move "y" to dtl_matched(dept_index)
                       end-if
                   end-perform
               when "T"
                   move zero to type_index
                   perform until type_index >= 4
                       add 1 to type_index
                       if type_entry(type_index) = psn_code
                           move type_count(type_index) to cmp_current
                       end-if
                   end-perform
           end-evaluate.
           perform write_compare_line.

       write_compare_line.
           evaluate psn_kind
               when "S"
                   move "status" to cpl_kind
               when "D"
                   move "department" to cpl_kind
               when other
                   move "type" to cpl_kind
           end-evaluate.
           move psn_code to cpl_code.
           move psn_count to cpl_snapshot.
           move cmp_current to cpl_current.
           compute cmp_diff = cmp_current - psn_count.
           move cmp_diff to cpl_diff.
           if cmp_diff not = 0
               add 1 to cmp_diff_count
           end-if.
           move compare_line to stats_report_line.
           write stats_report_line.

       write_one_day.
           add 1 to day_index.
           move dt_count(day_index) to msr_num.
               delimited by size into stats_report_line.
           write stats_report_line.

           move void_count to msr_num.
           move spaces to stats_report_line.
           string "voided (excluded): " msr_num
               delimited by size into stats_report_line.
           write stats_report_line.

       write_averages.
           if ok_count > 0
               compute avg_c rounded = sum_c / ok_count
