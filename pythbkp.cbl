       identification division.
       program-id. pythbkp.

       environment division.
       input-output section.
       file-control.
           select backup_control_file assign to "PYTHBCT.DAT"
               organization is line sequential
               file status is backup_control_status.
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
           select export_file assign to "PYTHEXP.DAT"
               organization is line sequential
               file status is export_status.
           select generation_file assign to generation_filename
               organization is line sequential
               file status is generation_status.
           select catalog_file assign to "PYTHBKC.DAT"
               organization is line sequential
               file status is catalog_status.
           select catalog_work_file assign to "PYTHBKW.DAT"
               organization is line sequential
               file status is catalog_work_status.
           select catalog_list_file assign to "PYTHBKL.DAT"
               organization is line sequential
               file status is catalog_list_status.
           select run_log_file assign to "PYTHRUN.DAT"
               organization is line sequential
               file status is run_log_status.

       data division.
       file section.
       fd  backup_control_file.
       01  backup_control_record.
           05 bct_generations pic 99.

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

       fd  export_file.
       01  export_record pic x(86).

       fd  generation_file.
       01  generation_record pic x(93).

       fd  catalog_file.
       01  catalog_record.
           05 bkc_file_id pic x(3).
           05 filler pic x.
           05 bkc_date pic 9(8).
           05 filler pic x.
           05 bkc_time pic 9(6).
           05 filler pic x.
           05 bkc_count pic 9(7).
           05 filler pic x.
           05 bkc_last_key pic x(28).
           05 filler pic x.
           05 bkc_gen_name pic x(24).

       fd  catalog_work_file.
       01  catalog_work_record pic x(81).

       fd  catalog_list_file.
       01  catalog_list_line pic x(100).

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
           77 backup_control_status pic xx.
           77 backup_control_present pic x value "n".
           77 ref_status pic xx.
           77 master_status pic xx.
           77 export_status pic xx.
           77 generation_status pic xx.
           77 catalog_status pic xx.
           77 catalog_work_status pic xx.
           77 catalog_list_status pic xx.

           77 run_mode pic 9 value zero.
           77 keep_generations pic 99 value zero.
           77 default_generations pic 99 value 5.

           77 generation_filename pic x(24).
           77 gen_file_id pic x(3).
           77 gen_count pic 9(7) value zero.
           77 gen_last_key pic x(28).
           77 backup_date pic 9(8).
           77 backup_time pic 9(6).

           77 ref_eof pic x value "n".
           77 master_eof pic x value "n".
           77 export_eof pic x value "n".
           77 generation_eof pic x value "n".
           77 catalog_eof pic x value "n".

           77 ref_backup_count pic 9(7) value zero.
           77 mst_backup_count pic 9(7) value zero.
           77 exp_backup_count pic 9(7) value zero.
           77 files_missing pic 9 value zero.

           77 ref_gen_total pic 9(4) value zero.
           77 mst_gen_total pic 9(4) value zero.
           77 exp_gen_total pic 9(4) value zero.
           77 ref_gen_drop pic 9(4) value zero.
           77 mst_gen_drop pic 9(4) value zero.
           77 exp_gen_drop pic 9(4) value zero.
           77 gen_deleted_count pic 9(4) value zero.
           77 saved_return pic s9(4) value zero.

           77 restore_file_id pic x(3).
           77 restore_choice pic 9(4) value zero.
           77 restore_confirm pic x.
           77 gen_listed pic 9(4) value zero.
           77 gen_seen pic 9(4) value zero.
           77 chosen_found pic x value "n".
           77 chosen_gen_name pic x(24).
           77 chosen_count pic 9(7) value zero.
           77 chosen_date pic 9(8).
           77 chosen_time pic 9(6).
           77 restore_count pic 9(7) value zero.
           77 restore_error_count pic 9(7) value zero.
           77 verify_return pic 99 value zero.

           77 list_count pic 9(6) value zero.

           77 operator_id pic x(8).
           77 operator_password pic x(8).
           77 operator_granted pic x value "n".
           77 sec_function pic x(6) value "RESTOR".
           77 sec_program pic x(9) value "pythbkp".
           77 sec_result pic x.

           77 run_log_status pic xx.
           77 run_started_date pic 9(8).
           77 run_started_time pic 9(6).

           01 catalog_detail_line.
               05 filler pic x(2) value spaces.
               05 cdl_seq pic zzz9.
               05 filler pic x(2) value spaces.
               05 cdl_file_id pic x(3).
               05 filler pic x(2) value spaces.
               05 cdl_date pic 9(8).
               05 filler pic x value space.
               05 cdl_time pic 9(6).
               05 filler pic x(2) value spaces.
               05 cdl_count pic z(6)9.
               05 filler pic x(2) value spaces.
               05 cdl_last_key pic x(28).
               05 filler pic x(2) value spaces.
               05 cdl_gen_name pic x(24).

       procedure division.

           move function current-date(1:8) to run_started_date.
           move function current-date(9:6) to run_started_time.

           perform read_backup_control.
           if backup_control_present = "n"
               display "pythagore backup and restore"
               display "mode (1=backup,2=restore,3=list catalog) = "
                   no advancing
               accept run_mode
               if run_mode = 1
                   display "generations to keep (1-99) = "
                       no advancing
                   accept keep_generations
               end-if
           end-if.

           if keep_generations = 0
               move default_generations to keep_generations
           end-if.

           evaluate run_mode
               when 1
                   perform run_backup
               when 2
                   perform accept_restore_operator
                   if operator_granted = "y"
                       perform run_restore
                   else
                       move 8 to return-code
                   end-if
               when 3
                   perform run_list
               when other
                   display "invalid mode, exiting"
                   move 16 to return-code
           end-evaluate.

           perform write_run_log.

           goback.

       write_run_log.
           move return-code to saved_return.
           open extend run_log_file.
           if run_log_status = "35"
               open output run_log_file
               close run_log_file
               open extend run_log_file
           end-if.

           move spaces to run_log_record.
           move "pythbkp" to run_program.
           move run_mode to run_mode_code.
           move run_started_date to run_start_date.
           move run_started_time to run_start_time.
           move function current-date(1:8) to run_end_date.
           move function current-date(9:6) to run_end_time.
           move "PYTHBKC.DAT" to run_input_name.
           evaluate run_mode
               when 1
                   move ref_backup_count to run_count_1
                   move mst_backup_count to run_count_2
                   move exp_backup_count to run_count_3
               when 2
                   move restore_count to run_count_1
                   move chosen_count to run_count_2
                   move verify_return to run_count_3
               when other
                   move list_count to run_count_1
                   move zero to run_count_2
                   move zero to run_count_3
           end-evaluate.
           move saved_return to run_return.
           write run_log_record.
           close run_log_file.
           move saved_return to return-code.

       read_backup_control.
           move "n" to backup_control_present.

           open input backup_control_file.
           if backup_control_status = "00"
               read backup_control_file
                   at end
                       continue
                   not at end
                       move "y" to backup_control_present
                       move 1 to run_mode
                       if bct_generations is numeric
                           move bct_generations to keep_generations
                       end-if
               end-read
               close backup_control_file
               open output backup_control_file
               close backup_control_file
           end-if.

       run_backup.
           move function current-date(1:8) to backup_date.
           move function current-date(9:6) to backup_time.
           move zero to files_missing.

           perform backup_reference.
           perform backup_master.
           perform backup_export.
           perform trim_catalog.

           display "reference records backed up: " ref_backup_count.
           display "master records backed up:    " mst_backup_count.
           display "export records backed up:    " exp_backup_count.
           display "old generations removed:     " gen_deleted_count.

           if files_missing > 0 and return-code < 4
               move 4 to return-code
           end-if.

       open_generation_output.
           move spaces to generation_filename.
           string "BK" gen_file_id backup_date backup_time ".DAT"
               delimited by size into generation_filename.
           open output generation_file.
           move zero to gen_count.
           move spaces to gen_last_key.

       write_catalog_entry.
           open extend catalog_file.
           if catalog_status = "35"
               open output catalog_file
               close catalog_file
               open extend catalog_file
           end-if.

           move spaces to catalog_record.
           move gen_file_id to bkc_file_id.
           move backup_date to bkc_date.
           move backup_time to bkc_time.
           move gen_count to bkc_count.
           move gen_last_key to bkc_last_key.
           move generation_filename to bkc_gen_name.
           write catalog_record.
           close catalog_file.

       backup_reference.
           open input reference_file.
           if ref_status not = "00"
               display "no reference file to back up"
               add 1 to files_missing
           else
               move "REF" to gen_file_id
               perform open_generation_output
               move zero to ref_a
               move zero to ref_b
               move "n" to ref_eof
               start reference_file key >= ref_key
                   invalid key
                       move "y" to ref_eof
               end-start
               perform until ref_eof = "y"
                   read reference_file next
                       at end
                           move "y" to ref_eof
                       not at end
                           move reference_record to generation_record
                           write generation_record
                           add 1 to gen_count
                           move ref_key to gen_last_key
                   end-read
               end-perform
               close reference_file
               close generation_file
               perform write_catalog_entry
               move gen_count to ref_backup_count
           end-if.

       backup_master.
           open input master_file.
           if master_status not = "00"
               display "no history master to back up"
               add 1 to files_missing
           else
               move "MST" to gen_file_id
               perform open_generation_output
               move low-values to mst_key
               move "n" to master_eof
               start master_file key >= mst_key
                   invalid key
                       move "y" to master_eof
               end-start
               perform until master_eof = "y"
                   read master_file next
                       at end
                           move "y" to master_eof
                       not at end
                           move master_record to generation_record
                           write generation_record
                           add 1 to gen_count
                           move mst_key to gen_last_key
                   end-read
               end-perform
               close master_file
               close generation_file
               perform write_catalog_entry
               move gen_count to mst_backup_count
           end-if.

       backup_export.
           open input export_file.
           if export_status not = "00"
               display "no export file to back up"
               add 1 to files_missing
           else
               move "EXP" to gen_file_id
               perform open_generation_output
               move "n" to export_eof
               perform until export_eof = "y"
                   read export_file
                       at end
                           move "y" to export_eof
                       not at end
                           move export_record to generation_record
                           write generation_record
                           add 1 to gen_count
                           move export_record(1:28) to gen_last_key
                   end-read
               end-perform
               close export_file
               close generation_file
               perform write_catalog_entry
               move gen_count to exp_backup_count
           end-if.

       trim_catalog.
           move zero to ref_gen_total.
           move zero to mst_gen_total.
           move zero to exp_gen_total.

           open input catalog_file.
           if catalog_status = "00"
               move "n" to catalog_eof
               perform until catalog_eof = "y"
                   read catalog_file
                       at end
                           move "y" to catalog_eof
                       not at end
                           evaluate bkc_file_id
                               when "REF"
                                   add 1 to ref_gen_total
                               when "MST"
                                   add 1 to mst_gen_total
                               when "EXP"
                                   add 1 to exp_gen_total
                           end-evaluate
                   end-read
               end-perform
               close catalog_file
           end-if.

           move zero to ref_gen_drop.
           move zero to mst_gen_drop.
           move zero to exp_gen_drop.
           if ref_gen_total > keep_generations
               compute ref_gen_drop = ref_gen_total - keep_generations
           end-if.
           if mst_gen_total > keep_generations
               compute mst_gen_drop = mst_gen_total - keep_generations
           end-if.
           if exp_gen_total > keep_generations
               compute exp_gen_drop = exp_gen_total - keep_generations
           end-if.

           if ref_gen_drop > 0 or mst_gen_drop > 0 or exp_gen_drop > 0
               perform drop_old_generations
           end-if.

       drop_old_generations.
           open input catalog_file.
           open output catalog_work_file.
           move "n" to catalog_eof.
           perform until catalog_eof = "y"
               read catalog_file
                   at end
                       move "y" to catalog_eof
                   not at end
                       perform drop_one_generation
               end-read
           end-perform.
           close catalog_file.
           close catalog_work_file.

           open input catalog_work_file.
           open output catalog_file.
           move "n" to catalog_eof.
           perform until catalog_eof = "y"
               read catalog_work_file
                   at end
                       move "y" to catalog_eof
                   not at end
                       move catalog_work_record to catalog_record
                       write catalog_record
               end-read
           end-perform.
           close catalog_work_file.
           close catalog_file.

       drop_one_generation.
           evaluate true
               when bkc_file_id = "REF" and ref_gen_drop > 0
                   subtract 1 from ref_gen_drop
                   perform delete_generation_file
               when bkc_file_id = "MST" and mst_gen_drop > 0
                   subtract 1 from mst_gen_drop
                   perform delete_generation_file
               when bkc_file_id = "EXP" and exp_gen_drop > 0
                   subtract 1 from exp_gen_drop
                   perform delete_generation_file
               when other
                   move catalog_record to catalog_work_record
                   write catalog_work_record
           end-evaluate.

       delete_generation_file.
           move return-code to saved_return.
           call "CBL_DELETE_FILE" using bkc_gen_name.
           move saved_return to return-code.
           add 1 to gen_deleted_count.

       run_restore.
           display "file to restore (REF, MST or EXP) = " no advancing.
           accept restore_file_id.
           inspect restore_file_id converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if restore_file_id not = "REF"
                   and restore_file_id not = "MST"
                   and restore_file_id not = "EXP"
               display "invalid file, exiting"
               move 16 to return-code
           else
               perform show_file_generations
               if gen_listed = 0
                   display "no generations on the catalog for "
                       restore_file_id
                   move 8 to return-code
               else
                   display "generation number to restore = "
                       no advancing
                   accept restore_choice
                   if restore_choice = 0
                           or restore_choice > gen_listed
                       display "invalid generation, exiting"
                       move 16 to return-code
                   else
                       perform find_chosen_generation
                       perform confirm_and_restore
                   end-if
               end-if
           end-if.

       show_file_generations.
           move zero to gen_listed.
           open input catalog_file.
           if catalog_status = "00"
               move "n" to catalog_eof
               perform until catalog_eof = "y"
                   read catalog_file
                       at end
                           move "y" to catalog_eof
                       not at end
                           if bkc_file_id = restore_file_id
                               add 1 to gen_listed
                               move gen_listed to cdl_seq
                               move bkc_file_id to cdl_file_id
                               move bkc_date to cdl_date
                               move bkc_time to cdl_time
                               move bkc_count to cdl_count
                               move bkc_last_key to cdl_last_key
                               move bkc_gen_name to cdl_gen_name
                               display catalog_detail_line
                           end-if
                   end-read
               end-perform
               close catalog_file
           end-if.

       find_chosen_generation.
           move zero to gen_seen.
           move "n" to chosen_found.
           open input catalog_file.
           move "n" to catalog_eof.
           perform until catalog_eof = "y"
               read catalog_file
                   at end
                       move "y" to catalog_eof
                   not at end
                       if bkc_file_id = restore_file_id
                           add 1 to gen_seen
                           if gen_seen = restore_choice
                               move "y" to chosen_found
                               move bkc_gen_name to chosen_gen_name
                               move bkc_count to chosen_count
                               move bkc_date to chosen_date
                               move bkc_time to chosen_time
                               move "y" to catalog_eof
                           end-if
                       end-if
               end-read
           end-perform.
           close catalog_file.

       confirm_and_restore.
           display "restore " restore_file_id " generation of "
               chosen_date " " chosen_time.
           display "this replaces the current file (y/n) = "
               no advancing.
           accept restore_confirm.

           if restore_confirm not = "y"
               display "restore cancelled"
               move 4 to return-code
           else
               move chosen_gen_name to generation_filename
               open input generation_file
               if generation_status not = "00"
                   display "generation file " chosen_gen_name
                       " not found"
                   move 8 to return-code
               else
                   move zero to restore_count
                   move zero to restore_error_count
                   evaluate restore_file_id
                       when "REF"
                           perform restore_reference
                       when "MST"
                           perform restore_master
                       when "EXP"
                           perform restore_export
                   end-evaluate
                   close generation_file
                   display "records restored: " restore_count
                   if restore_count not = chosen_count
                           or restore_error_count > 0
                       display "restored count does not agree "
                           "with the catalog count " chosen_count
                       move 8 to return-code
                   end-if
                   perform run_verification
               end-if
           end-if.

       restore_reference.
           open output reference_file.
           move "n" to generation_eof.
           perform until generation_eof = "y"
               read generation_file
                   at end
                       move "y" to generation_eof
                   not at end
                       move generation_record(1:12) to reference_record
                       write reference_record
                           invalid key
                               add 1 to restore_error_count
                           not invalid key
                               add 1 to restore_count
                       end-write
               end-read
           end-perform.
           close reference_file.

       restore_master.
           open output master_file.
           move "n" to generation_eof.
           perform until generation_eof = "y"
               read generation_file
                   at end
                       move "y" to generation_eof
                   not at end
                       move generation_record to master_record
                       write master_record
                           invalid key
                               add 1 to restore_error_count
                           not invalid key
                               add 1 to restore_count
                       end-write
               end-read
           end-perform.
           close master_file.

       restore_export.
           open output export_file.
           move "n" to generation_eof.
           perform until generation_eof = "y"
               read generation_file
                   at end
                       move "y" to generation_eof
                   not at end
                       move generation_record(1:86) to export_record
                       write export_record
                       add 1 to restore_count
               end-read
           end-perform.
           close export_file.

       run_verification.
           move return-code to saved_return.
           move zero to return-code.
           call "pythver".
           move return-code to verify_return.
           display "verification return code: " verify_return.
           if verify_return > saved_return
               move verify_return to return-code
           else
               move saved_return to return-code
           end-if.

       accept_restore_operator.
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

       run_list.
           open output catalog_list_file.
           move spaces to catalog_list_line.
           string "pythagore backup catalog - run date "
               run_started_date
               delimited by size into catalog_list_line.
           write catalog_list_line.
           move spaces to catalog_list_line.
           write catalog_list_line.
           move spaces to catalog_list_line.
           string "   seq  file  date     time       records  "
               "last key                      generation"
               delimited by size into catalog_list_line.
           write catalog_list_line.

           open input catalog_file.
           if catalog_status = "00"
               move "n" to catalog_eof
               perform until catalog_eof = "y"
                   read catalog_file
                       at end
                           move "y" to catalog_eof
                       not at end
                           add 1 to list_count
                           move list_count to cdl_seq
                           move bkc_file_id to cdl_file_id
                           move bkc_date to cdl_date
                           move bkc_time to cdl_time
                           move bkc_count to cdl_count
                           move bkc_last_key to cdl_last_key
                           move bkc_gen_name to cdl_gen_name
                           move catalog_detail_line
                               to catalog_list_line
                           write catalog_list_line
                   end-read
               end-perform
               close catalog_file
           end-if.

           move spaces to catalog_list_line.
           write catalog_list_line.
           move spaces to catalog_list_line.
           string "generations on catalog: " list_count
               delimited by size into catalog_list_line.
           write catalog_list_line.
           close catalog_list_file.

           display "generations on catalog: " list_count.
