       Identification division.
       Program-id. BALPOST-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Summary-totals
            Assign to sumfile
            File status is Summary-totals-status.
           Select Balance-master
            Assign to balfile
            File status is Balance-master-status.
           Select Balance-new
            Assign to balnew
            File status is Balance-new-status.
           Select Posting-log
            Assign to bplfile
            File status is Posting-log-status.
           Select Balance-report
            Assign to brpfile
            File status is Balance-report-status.
       Data division.
       File section.
       FD Summary-totals
           Recording mode F.
       1 Summary-rec.
         2 Summary-account pic x(20).
         2 Filler pic x.
         2 Summary-currency pic x(3).
         2 Filler pic x.
         2 Summary-date pic 9(8).
         2 Filler pic x.
         2 Summary-count pic 9(9).
         2 Filler pic x.
         2 Summary-amount pic s9(13)v99.
         2 Filler pic x.
         2 Summary-debit-amount pic 9(13)v99.
         2 Filler pic x.
         2 Summary-credit-amount pic 9(13)v99.
       FD Balance-master
           Recording mode F.
       1 Balance-rec.
         2 Balance-account pic x(20).
         2 Filler pic x.
         2 Balance-currency pic x(3).
         2 Filler pic x.
         2 Balance-opening pic s9(13)v99.
         2 Filler pic x.
         2 Balance-debits pic 9(13)v99.
         2 Filler pic x.
         2 Balance-credits pic 9(13)v99.
         2 Filler pic x.
         2 Balance-closing pic s9(13)v99.
         2 Filler pic x.
         2 Balance-last-posted-date pic 9(8).
       FD Balance-new
           Recording mode F.
       1 Balance-new-rec.
         2 Balance-new-account pic x(20).
         2 Filler pic x value space.
         2 Balance-new-currency pic x(3).
         2 Filler pic x value space.
         2 Balance-new-opening pic s9(13)v99.
         2 Filler pic x value space.
         2 Balance-new-debits pic 9(13)v99.
         2 Filler pic x value space.
         2 Balance-new-credits pic 9(13)v99.
         2 Filler pic x value space.
         2 Balance-new-closing pic s9(13)v99.
         2 Filler pic x value space.
         2 Balance-new-last-posted-date pic 9(8).
       FD Posting-log
           Recording mode F.
       1 Posting-log-rec.
         2 Posted-summary-date pic 9(8).
         2 Filler pic x value space.
         2 Posted-run-date pic 9(8).
         2 Filler pic x value space.
         2 Posted-run-time pic 9(8).
         2 Filler pic x value space.
         2 Posted-group-count pic 9(9).
       FD Balance-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Summary-totals-status pic 99.
       1 Balance-master-status pic 99.
       1 Balance-new-status pic 99.
       1 Posting-log-status pic 99.
       1 Balance-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Refuse-posting-switch pic x value 'N'.
         88 Posting-refused value 'Y'.
       1 Refuse-reason-text pic x(40)
          value 'SUMMARY DATE ALREADY POSTED'.
       1 Inactive-day-limit pic 9(3) value 30.
       1 Posted-date-table.
         2 Posted-date-entry occurs 4000 times pic 9(8).
       1 Posted-date-count pic 9(4) comp value 0.
       1 Posted-date-index pic 9(4) comp value 0.
       1 Posted-date-found-switch pic x value 'N'.
         88 Posted-date-found value 'Y'.
       1 Run-summary-table.
         2 Run-summary-entry occurs 400 times.
           3 Run-summary-date pic 9(8).
           3 Run-summary-groups pic 9(9) comp.
           3 Run-summary-refused-flag pic x.
       1 Run-summary-count pic 9(4) comp value 0.
       1 Run-summary-index pic 9(4) comp value 0.
       1 Run-summary-found-switch pic x value 'N'.
         88 Run-summary-found value 'Y'.
       1 Lookup-summary-date pic 9(8) value 0.
       1 Master-key.
         2 Master-key-account pic x(20).
         2 Master-key-currency pic x(3).
       1 Summary-key.
         2 Summary-key-account pic x(20).
         2 Summary-key-currency pic x(3).
       1 Prior-summary-key pic x(23) value low-values.
       1 Summary-ready-switch pic x value 'N'.
         88 Summary-record-ready value 'Y'.
       1 Master-open-switch pic x value 'N'.
         88 Master-file-open value 'Y'.
       1 Summary-open-switch pic x value 'N'.
         88 Summary-file-open value 'Y'.
       1 Prior-master-key pic x(23) value low-values.
       1 Current-key.
         2 Current-key-account pic x(20).
         2 Current-key-currency pic x(3).
       1 Balance-work-area.
         2 Work-opening pic s9(13)v99 value 0.
         2 Work-debits pic 9(13)v99 value 0.
         2 Work-credits pic 9(13)v99 value 0.
         2 Work-closing pic s9(13)v99 value 0.
         2 Work-last-posted-date pic 9(8) value 0.
       1 Work-new-account-switch pic x value 'N'.
         88 Work-new-account value 'Y'.
       1 Work-activity-switch pic x value 'N'.
         88 Work-had-activity value 'Y'.
       1 Work-flag-text pic x(24) value spaces.
       1 Inactive-days-work pic 9(7) comp value 0.
       1 Day-calc-date pic 9(8) value 0.
       1 Day-calc-parts redefines Day-calc-date.
         2 Day-calc-year pic 9(4).
         2 Day-calc-month pic 99.
         2 Day-calc-day pic 99.
       1 Day-calc-y pic 9(5) comp value 0.
       1 Day-calc-m pic 9(4) comp value 0.
       1 Day-calc-term-1 pic 9(9) comp value 0.
       1 Day-calc-term-2 pic 9(9) comp value 0.
       1 Day-calc-term-3 pic 9(9) comp value 0.
       1 Day-calc-term-4 pic 9(9) comp value 0.
       1 Day-calc-term-5 pic 9(9) comp value 0.
       1 Day-calc-number pic 9(9) comp value 0.
       1 Run-day-number pic 9(9) comp value 0.
       1 Summary-read-count pic 9(9) comp value 0.
       1 Summary-posted-count pic 9(9) comp value 0.
       1 Summary-skipped-count pic 9(9) comp value 0.
       1 Masters-read-count pic 9(9) comp value 0.
       1 Masters-written-count pic 9(9) comp value 0.
       1 New-account-count pic 9(9) comp value 0.
       1 Active-account-count pic 9(9) comp value 0.
       1 Negative-account-count pic 9(9) comp value 0.
       1 Inactive-account-count pic 9(9) comp value 0.
       1 Total-debits pic 9(15)v99 value 0.
       1 Total-credits pic 9(15)v99 value 0.
       1 Total-closing pic s9(15)v99 value 0.
       1 Report-line-count pic 9(3) comp value 99.
       1 Report-page-count pic 9(3) comp value 0.
       1 Report-page-limit pic 9(3) comp value 55.
       1 Print-line-work pic x(132) value spaces.
       1 Report-label-text pic x(34) value spaces.
       1 Report-count-value pic 9(9) comp value 0.
       1 Report-count-edit pic zzzzzzzz9.
       1 Report-amount-value pic s9(15)v99 value 0.
       1 Report-amount-edit pic -zzzzzzzzzzzzzz9.99.
       1 Report-head-1.
         2 Filler pic x value space.
         2 Filler pic x(38)
            value 'BALPOST ACCOUNT BALANCE REPORT        '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(20) value 'ACCOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(3) value 'CCY'.
         2 Filler pic x value space.
         2 Filler pic x(17) value '          OPENING'.
         2 Filler pic x value space.
         2 Filler pic x(16) value '          DEBITS'.
         2 Filler pic x value space.
         2 Filler pic x(16) value '         CREDITS'.
         2 Filler pic x value space.
         2 Filler pic x(17) value '          CLOSING'.
         2 Filler pic x value space.
         2 Filler pic x(8) value 'LAST PST'.
         2 Filler pic x value space.
         2 Filler pic x(24) value 'FLAGS'.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(3) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(17) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(16) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(16) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(17) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(8) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(24) value all '-'.
       1 Balance-detail-line.
         2 Filler pic x value space.
         2 Line-account pic x(20).
         2 Filler pic x value space.
         2 Line-currency pic x(3).
         2 Filler pic x value space.
         2 Line-opening pic z(12)9.99-.
         2 Filler pic x value space.
         2 Line-debits pic z(12)9.99.
         2 Filler pic x value space.
         2 Line-credits pic z(12)9.99.
         2 Filler pic x value space.
         2 Line-closing pic z(12)9.99-.
         2 Filler pic x value space.
         2 Line-last-posted pic 9(8).
         2 Filler pic x value space.
         2 Line-flags pic x(24).
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Load-posting-log-par
           Perform Check-summary-dates-par
           If Posting-refused
             Perform Copy-master-unchanged-par
           Else
             Perform Post-balances-par
             If not Io-error-occurred
                  and Summary-skipped-count = 0
               Perform Record-posted-dates-par
             Else
               Display 'Summary dates not recorded as posted; '
                'correct and rerun'
             End-if
           End-if
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           If Run-parm-len >= 3
                and Run-parm-text(1:3) is numeric
             Move Run-parm-text(1:3) to Inactive-day-limit
           End-if
           Display 'Inactivity limit in days: ' Inactive-day-limit
           Move Run-date to Day-calc-date
           Perform Compute-day-number-par
           Move Day-calc-number to Run-day-number
           Open output Balance-new
           If Balance-new-status not = 0
             Display 'Open failed, file status: ' Balance-new-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Balance-report
           If Balance-report-status not = 0
             Display 'Open failed, file status: '
              Balance-report-status
             Close Balance-new
             Move 12 to Return-code
             Goback
           End-if
           .
       Compute-day-number-par.
           Move Day-calc-year to Day-calc-y
           Move Day-calc-month to Day-calc-m
           If Day-calc-m < 3
             Add 12 to Day-calc-m
             Subtract 1 from Day-calc-y
           End-if
           Compute Day-calc-term-1 = 365 * Day-calc-y
           Compute Day-calc-term-2 = Day-calc-y / 4
           Compute Day-calc-term-3 = Day-calc-y / 100
           Compute Day-calc-term-4 = Day-calc-y / 400
           Compute Day-calc-term-5 = (153 * (Day-calc-m - 3) + 2) / 5
           Compute Day-calc-number = Day-calc-term-1 + Day-calc-term-2
            - Day-calc-term-3 + Day-calc-term-4 + Day-calc-term-5
            + Day-calc-day
           .
       Check-dates-sec Section.
       Load-posting-log-par.
           Open input Posting-log
           If Posting-log-status = 0
             Perform Read-posting-log-par
              until Posting-log-status not = 0
             Close Posting-log
           Else
             If Posting-log-status = 35
               Display 'Posting-log not present; no dates posted yet'
             Else
               Display 'Open failed, file status: '
                Posting-log-status ' for Posting-log'
               Move 'Y' to Io-error-switch
               Move 'Y' to Refuse-posting-switch
               Move 'POSTING LOG NOT READABLE' to Refuse-reason-text
             End-if
           End-if
           .
       Read-posting-log-par.
           Read Posting-log
           If Posting-log-status = 0
             Move Posted-summary-date to Lookup-summary-date
             Perform Find-posted-date-par
             If not Posted-date-found
               If Posted-date-count < 4000
                 Add 1 to Posted-date-count
                 Move Posted-summary-date
                  to Posted-date-entry(Posted-date-count)
               Else
                 Display 'POSTED DATE TABLE FULL; date ignored: '
                  Posted-summary-date
                 Move 'Y' to Io-error-switch
                 Move 'Y' to Refuse-posting-switch
                 Move 'POSTED DATE TABLE FULL' to Refuse-reason-text
               End-if
             End-if
           Else
             If Posting-log-status not = 10
               Display 'Read failed, file status: '
                Posting-log-status ' for Posting-log'
               Move 'Y' to Io-error-switch
               Move 'Y' to Refuse-posting-switch
               Move 'POSTING LOG NOT READABLE' to Refuse-reason-text
             End-if
           End-if
           .
       Find-posted-date-par.
           Move 'N' to Posted-date-found-switch
           Perform Match-posted-date-par
            varying Posted-date-index from 1 by 1
            until Posted-date-index > Posted-date-count
             or Posted-date-found
           .
       Match-posted-date-par.
           If Lookup-summary-date = Posted-date-entry(Posted-date-index)
             Move 'Y' to Posted-date-found-switch
           End-if
           .
       Check-summary-dates-par.
           Open input Summary-totals
           If Summary-totals-status = 0
             Perform Read-summary-date-par
              until Summary-totals-status not = 0
             Close Summary-totals
           Else
             If Summary-totals-status = 35
               Display 'Summary-totals not present; nothing to post'
             Else
               Display 'Open failed, file status: '
                Summary-totals-status ' for Summary-totals'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           If Posting-refused
             Perform Report-refused-dates-par
           End-if
           .
       Read-summary-date-par.
           Read Summary-totals
           If Summary-totals-status = 0
                and Summary-account not = spaces
             Move Summary-date to Lookup-summary-date
             Perform Find-run-summary-par
             If Run-summary-found
               Add 1 to Run-summary-groups(Run-summary-index)
             Else
               If Run-summary-count < 400
                 Add 1 to Run-summary-count
                 Move Run-summary-count to Run-summary-index
                 Move Summary-date
                  to Run-summary-date(Run-summary-index)
                 Move 1 to Run-summary-groups(Run-summary-index)
                 Move 'N' to Run-summary-refused-flag(Run-summary-index)
                 Perform Find-posted-date-par
                 If Posted-date-found
                   Move 'Y'
                    to Run-summary-refused-flag(Run-summary-index)
                   Move 'Y' to Refuse-posting-switch
                 End-if
               Else
                 Display 'SUMMARY DATE TABLE FULL; run refused at: '
                  Summary-date
                 Move 'Y' to Refuse-posting-switch
                 Move 'SUMMARY DATE TABLE FULL' to Refuse-reason-text
                 Move 'Y' to Io-error-switch
               End-if
             End-if
           End-if
           .
       Find-run-summary-par.
           Move 'N' to Run-summary-found-switch
           Perform Match-run-summary-par
            varying Run-summary-index from 1 by 1
            until Run-summary-index > Run-summary-count
             or Run-summary-found
           If Run-summary-found
             Subtract 1 from Run-summary-index
           End-if
           .
       Match-run-summary-par.
           If Lookup-summary-date = Run-summary-date(Run-summary-index)
             Move 'Y' to Run-summary-found-switch
           End-if
           .
       Report-refused-dates-par.
           Move spaces to Print-line-work
           Display 'Posting refused: ' Refuse-reason-text
           Move 'POSTING REFUSED: ' to Print-line-work(2:17)
           Move Refuse-reason-text to Print-line-work(19:40)
           Perform Write-report-line-par
           Perform Report-one-refused-date-par
            varying Run-summary-index from 1 by 1
            until Run-summary-index > Run-summary-count
           Move spaces to Print-line-work
           Perform Write-report-line-par
           .
       Report-one-refused-date-par.
           If Run-summary-refused-flag(Run-summary-index) = 'Y'
             Display 'SUMMARY DATE ALREADY POSTED; run refused: '
              Run-summary-date(Run-summary-index)
             Move spaces to Print-line-work
             Move 'SUMMARY DATE' to Print-line-work(4:12)
             Move Run-summary-date(Run-summary-index)
              to Print-line-work(17:8)
             Move 'ALREADY POSTED' to Print-line-work(26:14)
             Perform Write-report-line-par
           End-if
           .
       Copy-master-unchanged-par.
           Open input Balance-master
           If Balance-master-status = 0
             Perform Copy-master-record-par
              until Balance-master-status not = 0
             Close Balance-master
           Else
             If Balance-master-status not = 35
               Display 'Open failed, file status: '
                Balance-master-status ' for Balance-master'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Copy-master-record-par.
           Read Balance-master
           If Balance-master-status = 0
             Add 1 to Masters-read-count
             Write Balance-new-rec from Balance-rec
             If Balance-new-status not = 0
               Display 'Write failed, file status: '
                Balance-new-status ' for Balance-new'
               Move 'Y' to Io-error-switch
             End-if
             Add 1 to Masters-written-count
           End-if
           .
       Post-balances-sec Section.
       Post-balances-par.
           Open input Balance-master
           If Balance-master-status = 0
             Move 'Y' to Master-open-switch
             Perform Read-master-record-par
           Else
             If Balance-master-status = 35
               Display 'Balance-master not present; starting empty'
             Else
               Display 'Open failed, file status: '
                Balance-master-status ' for Balance-master'
               Move 'Y' to Io-error-switch
             End-if
             Move high-values to Master-key
           End-if
           Open input Summary-totals
           If Summary-totals-status = 0
             Move 'Y' to Summary-open-switch
             Perform Read-summary-record-par
           Else
             Move high-values to Summary-key
           End-if
           Perform Post-one-balance-par
            until Master-key = high-values
             and Summary-key = high-values
           If Master-file-open
             Close Balance-master
           End-if
           If Summary-file-open
             Close Summary-totals
           End-if
           .
       Read-master-record-par.
           Read Balance-master
           If Balance-master-status = 0
             Add 1 to Masters-read-count
             Move Balance-account to Master-key-account
             Move Balance-currency to Master-key-currency
             If Master-key not > Prior-master-key
               Display 'BALANCE MASTER OUT OF SEQUENCE: '
                Balance-account ' ' Balance-currency
               Move 'Y' to Io-error-switch
             End-if
             Move Master-key to Prior-master-key
           Else
             If Balance-master-status not = 10
               Display 'Read failed, file status: '
                Balance-master-status ' for Balance-master'
               Move 'Y' to Io-error-switch
             End-if
             Move high-values to Master-key
           End-if
           .
       Read-summary-record-par.
           Move 'N' to Summary-ready-switch
           Perform Read-one-summary-par
            until Summary-record-ready
           .
       Read-one-summary-par.
           Read Summary-totals
           Evaluate true
             When Summary-totals-status = 10
               Move high-values to Summary-key
               Move 'Y' to Summary-ready-switch
             When Summary-totals-status not = 0
               Display 'Read failed, file status: '
                Summary-totals-status ' for Summary-totals'
               Move 'Y' to Io-error-switch
               Move high-values to Summary-key
               Move 'Y' to Summary-ready-switch
             When Summary-account = spaces
               Continue
             When other
               Add 1 to Summary-read-count
               Move Summary-account to Summary-key-account
               Move Summary-currency to Summary-key-currency
               If Summary-key < Prior-summary-key
                 Display 'SUMMARY TOTALS OUT OF SEQUENCE; not posted: '
                  Summary-account ' ' Summary-currency ' '
                  Summary-date
                 Move 'Y' to Io-error-switch
                 Add 1 to Summary-skipped-count
               Else
                 Move Summary-key to Prior-summary-key
                 Move 'Y' to Summary-ready-switch
               End-if
           End-evaluate
           .
       Post-one-balance-par.
           If Master-key <= Summary-key
             Move Master-key to Current-key
           Else
             Move Summary-key to Current-key
           End-if
           Move 'N' to Work-activity-switch
           Move 0 to Work-debits
           Move 0 to Work-credits
           If Master-key = Current-key
             Move 'N' to Work-new-account-switch
             Move Balance-closing to Work-opening
             Move Balance-last-posted-date to Work-last-posted-date
             Perform Read-master-record-par
           Else
             Move 'Y' to Work-new-account-switch
             Move 0 to Work-opening
             Move 0 to Work-last-posted-date
             Add 1 to New-account-count
           End-if
           Perform Apply-summary-record-par
            until Summary-key not = Current-key
           Compute Work-closing =
            Work-opening + Work-debits - Work-credits
           Perform Write-balance-record-par
           .
       Apply-summary-record-par.
           Move 'Y' to Work-activity-switch
           Add Summary-debit-amount to Work-debits
           Add Summary-credit-amount to Work-credits
           If Summary-date > Work-last-posted-date
             Move Summary-date to Work-last-posted-date
           End-if
           Add 1 to Summary-posted-count
           Perform Read-summary-record-par
           .
       Write-balance-record-par.
           Move Current-key-account to Balance-new-account
           Move Current-key-currency to Balance-new-currency
           Move Work-opening to Balance-new-opening
           Move Work-debits to Balance-new-debits
           Move Work-credits to Balance-new-credits
           Move Work-closing to Balance-new-closing
           Move Work-last-posted-date to Balance-new-last-posted-date
           Write Balance-new-rec
           If Balance-new-status not = 0
             Display 'Write failed, file status: '
              Balance-new-status ' for Balance-new'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Masters-written-count
           If Work-had-activity
             Add 1 to Active-account-count
           End-if
           Add Work-debits to Total-debits
           Add Work-credits to Total-credits
           Add Work-closing to Total-closing
           Perform Set-balance-flags-par
           Perform Report-balance-line-par
           .
       Set-balance-flags-par.
           Move spaces to Work-flag-text
           If Work-closing < 0
             Add 1 to Negative-account-count
             Move 'NEGATIVE' to Work-flag-text(1:8)
           End-if
           If Work-last-posted-date > 0
             Move Work-last-posted-date to Day-calc-date
             Perform Compute-day-number-par
             If Run-day-number > Day-calc-number
               Compute Inactive-days-work =
                Run-day-number - Day-calc-number
             Else
               Move 0 to Inactive-days-work
             End-if
             If Inactive-days-work >= Inactive-day-limit
               Add 1 to Inactive-account-count
               Move 'INACTIVE' to Work-flag-text(10:8)
             End-if
           End-if
           If Work-new-account
             Move 'NEW' to Work-flag-text(19:3)
           End-if
           .
       Record-posted-dates-par.
           If Run-summary-count > 0
             Open extend Posting-log
             If Posting-log-status = 35
               Open output Posting-log
             End-if
             If Posting-log-status not = 0
               Display 'Open failed, file status: '
                Posting-log-status ' for Posting-log'
               Move 'Y' to Io-error-switch
             Else
               Perform Write-posted-date-par
                varying Run-summary-index from 1 by 1
                until Run-summary-index > Run-summary-count
               Close Posting-log
             End-if
           End-if
           .
       Write-posted-date-par.
           Move Run-summary-date(Run-summary-index)
            to Posted-summary-date
           Move Run-date to Posted-run-date
           Move Run-time to Posted-run-time
           Move Run-summary-groups(Run-summary-index)
            to Posted-group-count
           Write Posting-log-rec
           If Posting-log-status not = 0
             Display 'Write failed, file status: '
              Posting-log-status ' for Posting-log'
             Move 'Y' to Io-error-switch
           End-if
           .
       Write-report-sec Section.
       Report-balance-line-par.
           Move spaces to Balance-detail-line(1:1)
           Move Current-key-account to Line-account
           Move Current-key-currency to Line-currency
           Move Work-opening to Line-opening
           Move Work-debits to Line-debits
           Move Work-credits to Line-credits
           Move Work-closing to Line-closing
           Move Work-last-posted-date to Line-last-posted
           Move Work-flag-text to Line-flags
           Move Balance-detail-line to Print-line-work
           Perform Write-report-line-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Balance-report-status not = 0
             Display 'Write failed, file status: '
              Balance-report-status ' for Balance-report'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Report-line-count
           Move spaces to Print-line-work
           .
       Write-report-count-par.
           Move spaces to Print-line-work
           Move Report-label-text to Print-line-work(4:34)
           Move Report-count-value to Report-count-edit
           Move Report-count-edit to Print-line-work(39:9)
           Perform Write-report-line-par
           .
       Write-report-amount-par.
           Move spaces to Print-line-work
           Move Report-label-text to Print-line-work(4:34)
           Move Report-amount-value to Report-amount-edit
           Move Report-amount-edit to Print-line-work(39:19)
           Perform Write-report-line-par
           .
       Write-report-heading-par.
           Add 1 to Report-page-count
           Move Run-date to Head-run-date
           Move Run-time to Head-run-time
           Move Report-page-count to Head-page-number
           Write Report-line from Report-head-1
            after advancing page
           Perform Check-report-write-par
           Write Report-line from Report-head-2
           Perform Check-report-write-par
           Write Report-line from Report-head-3
           Perform Check-report-write-par
           Move 3 to Report-line-count
           .
       Check-report-write-par.
           If Balance-report-status not = 0
             Display 'Write failed, file status: '
              Balance-report-status ' for Balance-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Write-run-totals-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'SUMMARY RECORDS READ' to Report-label-text
           Move Summary-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'SUMMARY RECORDS POSTED' to Report-label-text
           Move Summary-posted-count to Report-count-value
           Perform Write-report-count-par
           Move 'SUMMARY RECORDS NOT POSTED' to Report-label-text
           Move Summary-skipped-count to Report-count-value
           Perform Write-report-count-par
           Move 'SUMMARY DATES IN RUN' to Report-label-text
           Move Run-summary-count to Report-count-value
           Perform Write-report-count-par
           Move 'BALANCE RECORDS READ' to Report-label-text
           Move Masters-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'BALANCE RECORDS WRITTEN' to Report-label-text
           Move Masters-written-count to Report-count-value
           Perform Write-report-count-par
           Move 'NEW ACCOUNTS' to Report-label-text
           Move New-account-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACCOUNTS WITH ACTIVITY' to Report-label-text
           Move Active-account-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACCOUNTS NEGATIVE' to Report-label-text
           Move Negative-account-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACCOUNTS INACTIVE' to Report-label-text
           Move Inactive-account-count to Report-count-value
           Perform Write-report-count-par
           Move 'TOTAL DEBITS POSTED' to Report-label-text
           Move Total-debits to Report-amount-value
           Perform Write-report-amount-par
           Move 'TOTAL CREDITS POSTED' to Report-label-text
           Move Total-credits to Report-amount-value
           Perform Write-report-amount-par
           Move 'TOTAL CLOSING BALANCE' to Report-label-text
           Move Total-closing to Report-amount-value
           Perform Write-report-amount-par
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Perform Write-run-totals-par
           Close Balance-new
           Close Balance-report
           Display 'Balance posting summary for this run:'
           Display '  Summary records read:    ' Summary-read-count
           Display '  Summary records posted:  ' Summary-posted-count
           Display '  Balance records written: ' Masters-written-count
           Display '  Accounts negative:       ' Negative-account-count
           Display '  Accounts inactive:       ' Inactive-account-count
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Posting-refused
               Move 8 to Return-code
             When Summary-read-count = 0
               Move 4 to Return-code
             When Negative-account-count > 0
                  or Inactive-account-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program BALPOST-PAR.
