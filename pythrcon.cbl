           05 exp_orig_a pic 999v9.
           05 filler pic x.
           05 exp_orig_b pic 999v9.
           05 filler pic x.
           05 exp_type pic x.
           05 filler pic x.
           05 exp_flag pic x.

       fd  history_file.
       01  history_record.
