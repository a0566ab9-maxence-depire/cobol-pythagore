           05 mst_unit pic x.
           05 mst_orig_a pic 999v9.
           05 mst_orig_b pic 999v9.
           05 mst_void_flag pic x.
           05 mst_void_reason pic xx.
           05 mst_void_date pic 9(8).
           05 mst_void_oper pic x(8).
           05 mst_recall_flag pic x.
           05 mst_recall_date pic 9(8).

       fd  verify_report_file.
       01  verify_report_line pic x(90).
           77 ref_exc_count pic 9(6) value zero.
           77 mst_read_count pic 9(6) value zero.
           77 mst_exc_count pic 9(6) value zero.
           77 mst_void_count pic 9(6) value zero.

           77 chk_a10 pic 9(4).
           77 chk_b10 pic 9(4).
               "  exceptions: " ref_exc_count.
           display "master records:    " mst_read_count
               "  exceptions: " mst_exc_count.
           display "voided records:    " mst_void_count
               "  not verified".

           if ref_exc_count > 0 or mst_exc_count > 0
               move 8 to return-code

           perform write_run_log.

           goback.

       write_run_log.
           open extend run_log_file.
                       at end
                           move "y" to master_eof
                       not at end
                           if mst_void_flag = "v"
                               add 1 to mst_void_count
                           else
                               add 1 to mst_read_count
                               perform verify_one_master
                           end-if
                   end-read
               end-perform

               "  exceptions: " mst_exc_count
               delimited by size into verify_report_line.
           write verify_report_line.
           move spaces to verify_report_line.
           string "voided records:    " mst_void_count
               "  not verified"
               delimited by size into verify_report_line.
           write verify_report_line.
           close verify_report_file.
