         2 Audit-validation-flag pic x.
         2 Filler pic x.
         2 Audit-duplicate-count pic 9(9).
         2 Filler pic x.
         2 Audit-forced-flag pic x.
         2 Filler pic x.
         2 Audit-valid-reject-count pic 9(9).
       FD Calendar-file
           Recording mode F.
       1 Calendar-rec.
