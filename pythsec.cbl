       identification division.
       program-id. pythsec.

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
           select violation_file assign to "PYTHSVL.DAT"
               organization is line sequential
               file status is violation_status.

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

       fd  violation_file.
       01  violation_record.
           05 svl_date pic 9(8).
           05 filler pic x value space.
           05 svl_time pic 9(6).
           05 filler pic x value space.
           05 svl_operator pic x(8).
           05 filler pic x value space.
           05 svl_program pic x(9).
           05 filler pic x value space.
           05 svl_mode pic 9.
           05 filler pic x value space.
           05 svl_function pic x(6).
           05 filler pic x value space.
           05 svl_reason pic x(30).

       working-storage section.
           77 operator_status pic xx.
           77 violation_status pic xx.

           77 sec_today pic 9(8).
           77 max_failures pic 9 value 3.
           77 deny_reason pic x(30).
           77 auth_index pic 99 value zero.
           77 auth_found pic x value "n".
           77 role_index pic 9 value zero.
           77 role_ok pic x value "n".

           01 authority_codes.
               05 filler pic x(10) value "REFMNTSM  ".
               05 filler pic x(10) value "FIXCORSMO ".
               05 filler pic x(10) value "EXCPRGSM  ".
               05 filler pic x(10) value "REFLODSM  ".
               05 filler pic x(10) value "HSTARCSM  ".
               05 filler pic x(10) value "HSTBATB   ".
               05 filler pic x(10) value "HSTVODSM  ".
               05 filler pic x(10) value "DEPMNTSM  ".
               05 filler pic x(10) value "RATMNTS   ".
               05 filler pic x(10) value "RECALLSM  ".
               05 filler pic x(10) value "RESTORS   ".
               05 filler pic x(10) value "OPRMNTS   ".
               05 filler pic x(10) value "VIOSGNS   ".
               05 filler pic x(10) value "PERCLSSM  ".
               05 filler pic x(10) value "PERREOS   ".
           01 authority_list redefines authority_codes.
               05 authority_entry occurs 15.
                   10 auth_function pic x(6).
                   10 auth_roles pic x(4).

       linkage section.
           01 link_operator pic x(8).
           01 link_password pic x(8).
           01 link_function pic x(6).
           01 link_program pic x(9).
           01 link_mode pic 9.
           01 link_result pic x.

       procedure division using link_operator link_password
               link_function link_program link_mode link_result.

           move function current-date(1:8) to sec_today.
           move "N" to link_result.
           move spaces to deny_reason.

           open i-o operator_file.
           if operator_status not = "00"
               move "no operator security file" to deny_reason
           else
               move link_operator to opr_id
               read operator_file key is opr_id
                   invalid key
                       move "unknown operator id" to deny_reason
                   not invalid key
                       perform check_operator
               end-read
               if operator_status = "99"
                   move "operator record in use" to deny_reason
               end-if
               close operator_file
           end-if.

           if link_result not = "Y"
               perform write_violation
           end-if.

           goback.

       check_operator.
           if opr_locked = "L"
               move "operator id locked" to deny_reason
           else
           if opr_active not = "A"
               move "operator id inactive" to deny_reason
           else
           if opr_revoke_date > 0 and opr_revoke_date <= sec_today
               move "operator id revoked" to deny_reason
           else
           if link_password = spaces and opr_role not = "B"
               move "password required" to deny_reason
           else
           if opr_password not = link_password
               add 1 to opr_fail_count
               if opr_fail_count >= max_failures
                   move "L" to opr_locked
                   move "bad password, id now locked" to deny_reason
               else
                   move "bad password" to deny_reason
               end-if
               rewrite operator_record
           else
               move zero to opr_fail_count
               move sec_today to opr_last_signon
               rewrite operator_record
               perform check_authority
           end-if
           end-if
           end-if
           end-if
           end-if.

       check_authority.
           move "n" to auth_found.
           move "n" to role_ok.
           move zero to auth_index.
           perform until auth_index >= 15 or auth_found = "y"
               add 1 to auth_index
               if auth_function(auth_index) = link_function
                   move "y" to auth_found
               end-if
           end-perform.

           if auth_found = "y"
               move zero to role_index
               perform until role_index >= 4 or role_ok = "y"
                   add 1 to role_index
                   if auth_roles(auth_index)(role_index:1) = opr_role
                           and opr_role not = space
                       move "y" to role_ok
                   end-if
               end-perform
           end-if.

           if role_ok = "y"
               move "Y" to link_result
           else
               move "role not authorised" to deny_reason
           end-if.

       write_violation.
           open extend violation_file.
           if violation_status = "35"
               open output violation_file
               close violation_file
               open extend violation_file
           end-if.

           move spaces to violation_record.
           move sec_today to svl_date.
           move function current-date(9:6) to svl_time.
           move link_operator to svl_operator.
           move link_program to svl_program.
           move link_mode to svl_mode.
           move link_function to svl_function.
           move deny_reason to svl_reason.
           write violation_record.
           close violation_file.
