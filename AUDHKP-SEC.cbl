         2 Audit-validation-flag pic x.
         2 Filler pic x.
         2 Audit-duplicate-count pic 9(9).
         2 Filler pic x.
         2 Audit-forced-flag pic x.
         2 Filler pic x.
         2 Audit-valid-reject-count pic 9(9).
       FD Audit-keep
           Recording mode F.
       1 Audit-keep-rec pic x(105).
       FD Audit-archive
           Recording mode F.
       1 Audit-archive-rec pic x(105).
       FD Checkpoint-file
           Recording mode F.
       1 Checkpoint-rec.
