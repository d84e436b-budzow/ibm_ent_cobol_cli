         2 Summary-count pic 9(9).
         2 Filler pic x value space.
         2 Summary-amount pic s9(13)v99.
         2 Filler pic x value space.
         2 Summary-debit-amount pic 9(13)v99.
         2 Filler pic x value space.
         2 Summary-credit-amount pic 9(13)v99.
       FD Summary-report
           Recording mode F.
       1 Report-line pic x(132).
       1 Prior-date pic 9(8) value 0.
       1 Group-count pic 9(9) comp value 0.
       1 Group-amount pic s9(13)v99 value 0.
       1 Group-debit-amount pic 9(13)v99 value 0.
       1 Group-credit-amount pic 9(13)v99 value 0.
       1 Account-total-count pic 9(9) comp value 0.
       1 Account-total-amount pic s9(13)v99 value 0.
       1 Grand-total-count pic 9(9) comp value 0.
           Add 1 to Group-count
           If Sort-sign = 'C'
             Subtract Sort-amount from Group-amount
             Add Sort-amount to Group-credit-amount
           Else
             Add Sort-amount to Group-amount
             Add Sort-amount to Group-debit-amount
           End-if
           .
       Start-new-group-par.
           Move Sort-date to Prior-date
           Move 0 to Group-count
           Move 0 to Group-amount
           Move 0 to Group-debit-amount
           Move 0 to Group-credit-amount
           .
       Write-group-total-par.
           Move Prior-account to Summary-account
           Move Prior-date to Summary-date
           Move Group-count to Summary-count
           Move Group-amount to Summary-amount
           Move Group-debit-amount to Summary-debit-amount
           Move Group-credit-amount to Summary-credit-amount
           Write Summary-rec
           If Summary-totals-status not = 0
             Display 'Write failed, file status: '
