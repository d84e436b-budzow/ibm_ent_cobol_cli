       Identification division.
       Program-id. PRDCLOSE-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Summary-totals
            Assign to sumfile
            File status is Summary-totals-status.
           Select Period-control
            Assign to prdfile
            File status is Period-control-status.
           Select Period-control-new
            Assign to prdnew
            File status is Period-control-new-status.
           Select Period-totals
            Assign to ptdfile
            File status is Period-totals-status.
           Select Period-totals-new
            Assign to ptdnew
            File status is Period-totals-new-status.
           Select Sort-work
            Assign to srtfile.
           Select Close-report
            Assign to pcrfile
            File status is Close-report-status.
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
         2 Summary-date-parts redefines Summary-date.
           3 Summary-month pic 9(6).
           3 Filler pic 99.
         2 Filler pic x.
         2 Summary-count pic 9(9).
         2 Filler pic x.
         2 Summary-amount pic s9(13)v99.
         2 Filler pic x.
         2 Summary-debit-amount pic 9(13)v99.
         2 Filler pic x.
         2 Summary-credit-amount pic 9(13)v99.
       FD Period-control
           Recording mode F.
       1 Period-rec.
         2 Period-month pic 9(6).
         2 Filler pic x.
         2 Period-status pic x.
         2 Filler pic x.
         2 Period-close-date pic 9(8).
         2 Filler pic x.
         2 Period-close-time pic 9(8).
       FD Period-control-new
           Recording mode F.
       1 Period-new-rec.
         2 Period-new-month pic 9(6).
         2 Filler pic x value space.
         2 Period-new-status pic x.
         2 Filler pic x value space.
         2 Period-new-close-date pic 9(8).
         2 Filler pic x value space.
         2 Period-new-close-time pic 9(8).
       FD Period-totals
           Recording mode F.
       1 Totals-rec.
         2 Totals-account pic x(20).
         2 Filler pic x.
         2 Totals-currency pic x(3).
         2 Filler pic x.
         2 Totals-period pic 9(6).
         2 Totals-period-parts redefines Totals-period.
           3 Totals-year pic 9(4).
           3 Filler pic 99.
         2 Filler pic x.
         2 Totals-mtd-count pic 9(9).
         2 Filler pic x.
         2 Totals-mtd-debits pic 9(13)v99.
         2 Filler pic x.
         2 Totals-mtd-credits pic 9(13)v99.
         2 Filler pic x.
         2 Totals-mtd-net pic s9(13)v99.
         2 Filler pic x.
         2 Totals-ytd-count pic 9(9).
         2 Filler pic x.
         2 Totals-ytd-debits pic 9(13)v99.
         2 Filler pic x.
         2 Totals-ytd-credits pic 9(13)v99.
         2 Filler pic x.
         2 Totals-ytd-net pic s9(13)v99.
       FD Period-totals-new
           Recording mode F.
       1 Totals-new-rec.
         2 Totals-new-account pic x(20).
         2 Filler pic x value space.
         2 Totals-new-currency pic x(3).
         2 Filler pic x value space.
         2 Totals-new-period pic 9(6).
         2 Filler pic x value space.
         2 Totals-new-mtd-count pic 9(9).
         2 Filler pic x value space.
         2 Totals-new-mtd-debits pic 9(13)v99.
         2 Filler pic x value space.
         2 Totals-new-mtd-credits pic 9(13)v99.
         2 Filler pic x value space.
         2 Totals-new-mtd-net pic s9(13)v99.
         2 Filler pic x value space.
         2 Totals-new-ytd-count pic 9(9).
         2 Filler pic x value space.
         2 Totals-new-ytd-debits pic 9(13)v99.
         2 Filler pic x value space.
         2 Totals-new-ytd-credits pic 9(13)v99.
         2 Filler pic x value space.
         2 Totals-new-ytd-net pic s9(13)v99.
       SD Sort-work.
       1 Sort-rec.
         2 Sort-account pic x(20).
         2 Sort-currency pic x(3).
         2 Sort-date pic 9(8).
         2 Sort-count pic 9(9).
         2 Sort-debit-amount pic 9(13)v99.
         2 Sort-credit-amount pic 9(13)v99.
       FD Close-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Summary-totals-status pic 99.
       1 Period-control-status pic 99.
       1 Period-control-new-status pic 99.
       1 Period-totals-status pic 99.
       1 Period-totals-new-status pic 99.
       1 Close-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-date-parts redefines Run-date.
         2 Run-month pic 9(6).
         2 Filler pic 99.
       1 Run-time pic 9(8) value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Refuse-close-switch pic x value 'N'.
         88 Close-refused value 'Y'.
       1 Refuse-reason-text pic x(40) value spaces.
       1 Close-period pic 9(6) value 0.
       1 Close-period-parts redefines Close-period.
         2 Close-year pic 9(4).
         2 Close-month pic 99.
       1 Next-period pic 9(6) value 0.
       1 Next-period-parts redefines Next-period.
         2 Next-year pic 9(4).
         2 Next-month pic 99.
       1 Period-table.
         2 Period-entry occurs 600 times.
           3 Period-entry-month pic 9(6).
           3 Period-entry-status pic x.
           3 Period-entry-close-date pic 9(8).
           3 Period-entry-close-time pic 9(8).
       1 Period-count pic 9(4) comp value 0.
       1 Period-index pic 9(4) comp value 0.
       1 Period-found-switch pic x value 'N'.
         88 Period-found value 'Y'.
       1 Period-slot-switch pic x value 'N'.
         88 Period-slot-found value 'Y'.
       1 Lookup-period pic 9(6) value 0.
       1 Lookup-status pic x value space.
       1 Prior-key.
         2 Prior-key-account pic x(20).
         2 Prior-key-currency pic x(3).
       1 Last-prior-key pic x(23) value low-values.
       1 Sort-key.
         2 Sort-key-account pic x(20).
         2 Sort-key-currency pic x(3).
       1 Last-sort-date pic 9(8) value 0.
       1 Current-key.
         2 Current-key-account pic x(20).
         2 Current-key-currency pic x(3).
       1 Sort-end-switch pic x value 'N'.
         88 Sort-returns-done value 'Y'.
       1 Prior-open-switch pic x value 'N'.
         88 Prior-file-open value 'Y'.
       1 Totals-work-area.
         2 Work-mtd-count pic 9(9) value 0.
         2 Work-mtd-debits pic 9(13)v99 value 0.
         2 Work-mtd-credits pic 9(13)v99 value 0.
         2 Work-mtd-net pic s9(13)v99 value 0.
         2 Work-ytd-count pic 9(9) value 0.
         2 Work-ytd-debits pic 9(13)v99 value 0.
         2 Work-ytd-credits pic 9(13)v99 value 0.
         2 Work-ytd-net pic s9(13)v99 value 0.
       1 Summary-read-count pic 9(9) comp value 0.
       1 Summary-period-count pic 9(9) comp value 0.
       1 Summary-outside-count pic 9(9) comp value 0.
       1 Summary-duplicate-count pic 9(9) comp value 0.
       1 Prior-read-count pic 9(9) comp value 0.
       1 Prior-dropped-count pic 9(9) comp value 0.
       1 Totals-written-count pic 9(9) comp value 0.
       1 Active-account-count pic 9(9) comp value 0.
       1 Periods-written-count pic 9(9) comp value 0.
       1 Total-mtd-debits pic 9(15)v99 value 0.
       1 Total-mtd-credits pic 9(15)v99 value 0.
       1 Total-mtd-net pic s9(15)v99 value 0.
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
            value 'PRDCLOSE PERIOD CLOSE REPORT          '.
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
         2 Filler pic x(9) value 'MTD COUNT'.
         2 Filler pic x value space.
         2 Filler pic x(16) value '      MTD DEBITS'.
         2 Filler pic x value space.
         2 Filler pic x(16) value '     MTD CREDITS'.
         2 Filler pic x value space.
         2 Filler pic x(17) value '          MTD NET'.
         2 Filler pic x value space.
         2 Filler pic x(9) value 'YTD COUNT'.
         2 Filler pic x value space.
         2 Filler pic x(17) value '          YTD NET'.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(3) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(16) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(16) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(17) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(17) value all '-'.
       1 Totals-detail-line.
         2 Filler pic x value space.
         2 Line-account pic x(20).
         2 Filler pic x value space.
         2 Line-currency pic x(3).
         2 Filler pic x value space.
         2 Line-mtd-count pic zzzzzzzz9.
         2 Filler pic x value space.
         2 Line-mtd-debits pic z(12)9.99.
         2 Filler pic x value space.
         2 Line-mtd-credits pic z(12)9.99.
         2 Filler pic x value space.
         2 Line-mtd-net pic z(12)9.99-.
         2 Filler pic x value space.
         2 Line-ytd-count pic zzzzzzzz9.
         2 Filler pic x value space.
         2 Line-ytd-net pic z(12)9.99-.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Load-periods-par
           Perform Check-close-period-par
           If Close-refused
             Perform Copy-totals-unchanged-par
           Else
             Sort Sort-work
              on ascending key Sort-account
                               Sort-currency
                               Sort-date
              input procedure is Gather-summaries-sec
              output procedure is Build-totals-sec
             If Sort-return not = 0
               Display 'Sort failed, sort return: ' Sort-return
               Move 'Y' to Io-error-switch
             End-if
           End-if
           Perform Write-periods-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Move Run-month to Close-period
           If Close-month = 1
             Subtract 1 from Close-year
             Move 12 to Close-month
           Else
             Subtract 1 from Close-month
           End-if
           If Run-parm-len >= 6
                and Run-parm-text(1:6) is numeric
             Move Run-parm-text(1:6) to Close-period
           End-if
           Move Close-period to Next-period
           If Next-month = 12
             Add 1 to Next-year
             Move 1 to Next-month
           Else
             Add 1 to Next-month
           End-if
           Display 'Period to close: ' Close-period
           Open output Period-control-new
           If Period-control-new-status not = 0
             Display 'Open failed, file status: '
              Period-control-new-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Period-totals-new
           If Period-totals-new-status not = 0
             Display 'Open failed, file status: '
              Period-totals-new-status
             Close Period-control-new
             Move 12 to Return-code
             Goback
           End-if
           Open output Close-report
           If Close-report-status not = 0
             Display 'Open failed, file status: ' Close-report-status
             Close Period-control-new
             Close Period-totals-new
             Move 12 to Return-code
             Goback
           End-if
           .
       Check-period-sec Section.
       Load-periods-par.
           Open input Period-control
           If Period-control-status = 0
             Perform Read-period-record-par
              until Period-control-status not = 0
             Close Period-control
           Else
             If Period-control-status = 35
               Display 'Period-control not present; no periods yet'
             Else
               Display 'Open failed, file status: '
                Period-control-status ' for Period-control'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-period-record-par.
           Read Period-control
           If Period-control-status = 0
             If Period-month is numeric and Period-month > 0
               Move Period-month to Lookup-period
               Perform Find-period-par
               If Period-found
                 Display 'PERIOD REPEATED IN CONTROL FILE; ignored: '
                  Period-month
               Else
                 If Period-status = 'C'
                   Move 'C' to Lookup-status
                 Else
                   Move 'O' to Lookup-status
                 End-if
                 Perform Add-period-par
                 If Period-found
                   Move Period-close-date
                    to Period-entry-close-date(Period-index)
                   Move Period-close-time
                    to Period-entry-close-time(Period-index)
                 End-if
               End-if
             Else
               Display 'PERIOD NOT NUMERIC IN CONTROL FILE; ignored: '
                Period-rec
             End-if
           End-if
           .
       Find-period-par.
           Move 'N' to Period-found-switch
           Perform Match-period-par
            varying Period-index from 1 by 1
            until Period-index > Period-count
             or Period-found
           If Period-found
             Subtract 1 from Period-index
           End-if
           .
       Match-period-par.
           If Lookup-period = Period-entry-month(Period-index)
             Move 'Y' to Period-found-switch
           End-if
           .
       Add-period-par.
           If Period-count < 600
             Move Period-count to Period-index
             Move 'N' to Period-slot-switch
             Perform Shift-period-par
              until Period-slot-found
             Add 1 to Period-index
             Add 1 to Period-count
             Move Lookup-period to Period-entry-month(Period-index)
             Move Lookup-status to Period-entry-status(Period-index)
             Move 0 to Period-entry-close-date(Period-index)
             Move 0 to Period-entry-close-time(Period-index)
             Move 'Y' to Period-found-switch
           Else
             Display 'PERIOD TABLE FULL; period ignored: '
              Lookup-period
             Move 'Y' to Io-error-switch
             Move 'N' to Period-found-switch
           End-if
           .
       Shift-period-par.
           Evaluate true
             When Period-index = 0
               Move 'Y' to Period-slot-switch
             When Period-entry-month(Period-index) < Lookup-period
               Move 'Y' to Period-slot-switch
             When other
               Move Period-entry(Period-index)
                to Period-entry(Period-index + 1)
               Subtract 1 from Period-index
           End-evaluate
           .
       Check-close-period-par.
           Evaluate true
             When Io-error-occurred
               Move 'PERIOD CONTROL COULD NOT BE LOADED'
                to Refuse-reason-text
               Move 'Y' to Refuse-close-switch
             When Close-month < 1 or Close-month > 12
               Move 'PERIOD NOT A VALID MONTH' to Refuse-reason-text
               Move 'Y' to Refuse-close-switch
             When Close-period > Run-month
               Move 'PERIOD HAS NOT STARTED' to Refuse-reason-text
               Move 'Y' to Refuse-close-switch
             When other
               Move Close-period to Lookup-period
               Perform Find-period-par
               If Period-found
                    and Period-entry-status(Period-index) = 'C'
                 Move 'PERIOD ALREADY CLOSED' to Refuse-reason-text
                 Move 'Y' to Refuse-close-switch
               Else
                 Perform Check-later-period-par
                  varying Period-index from 1 by 1
                  until Period-index > Period-count
               End-if
           End-evaluate
           If Close-refused
             Display 'CLOSE REFUSED FOR PERIOD ' Close-period ': '
              Refuse-reason-text
             Move spaces to Print-line-work
             Move 'CLOSE REFUSED FOR PERIOD' to Print-line-work(2:24)
             Move Close-period to Print-line-work(27:6)
             Move Refuse-reason-text to Print-line-work(35:40)
             Perform Write-report-line-par
             Move spaces to Print-line-work
             Perform Write-report-line-par
           End-if
           .
       Check-later-period-par.
           If Period-entry-month(Period-index) > Close-period
                and Period-entry-status(Period-index) = 'C'
             Move 'LATER PERIOD ALREADY CLOSED' to Refuse-reason-text
             Move 'Y' to Refuse-close-switch
           End-if
           .
       Copy-totals-unchanged-par.
           Open input Period-totals
           If Period-totals-status = 0
             Perform Copy-totals-record-par
              until Period-totals-status not = 0
             Close Period-totals
           Else
             If Period-totals-status not = 35
               Display 'Open failed, file status: '
                Period-totals-status ' for Period-totals'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Copy-totals-record-par.
           Read Period-totals
           If Period-totals-status = 0
             Add 1 to Prior-read-count
             Write Totals-new-rec from Totals-rec
             If Period-totals-new-status not = 0
               Display 'Write failed, file status: '
                Period-totals-new-status ' for Period-totals-new'
               Move 'Y' to Io-error-switch
             End-if
             Add 1 to Totals-written-count
           End-if
           .
       Write-periods-par.
           If not Close-refused and not Io-error-occurred
             Move Close-period to Lookup-period
             Perform Find-period-par
             If not Period-found
               Move 'C' to Lookup-status
               Perform Add-period-par
             End-if
             If Period-found
               Move 'C' to Period-entry-status(Period-index)
               Move Run-date to Period-entry-close-date(Period-index)
               Move Run-time to Period-entry-close-time(Period-index)
             End-if
             Move Next-period to Lookup-period
             Perform Find-period-par
             If not Period-found
               Move 'O' to Lookup-status
               Perform Add-period-par
             End-if
           End-if
           Perform Write-one-period-par
            varying Period-index from 1 by 1
            until Period-index > Period-count
           .
       Write-one-period-par.
           Move Period-entry-month(Period-index) to Period-new-month
           Move Period-entry-status(Period-index) to Period-new-status
           Move Period-entry-close-date(Period-index)
            to Period-new-close-date
           Move Period-entry-close-time(Period-index)
            to Period-new-close-time
           Write Period-new-rec
           If Period-control-new-status not = 0
             Display 'Write failed, file status: '
              Period-control-new-status ' for Period-control-new'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Periods-written-count
           .
       Gather-summaries-sec Section.
       Gather-summaries-par.
           Open input Summary-totals
           If Summary-totals-status = 0
             Perform Release-summary-par
              until Summary-totals-status not = 0
             Close Summary-totals
           Else
             If Summary-totals-status = 35
               Display 'Summary-totals not present; no activity'
             Else
               Display 'Open failed, file status: '
                Summary-totals-status ' for Summary-totals'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Gather-support-sec Section.
       Release-summary-par.
           Read Summary-totals
           If Summary-totals-status = 0
                and Summary-account not = spaces
             Add 1 to Summary-read-count
             If Summary-month = Close-period
               Add 1 to Summary-period-count
               Move Summary-account to Sort-account
               Move Summary-currency to Sort-currency
               Move Summary-date to Sort-date
               Move Summary-count to Sort-count
               Move Summary-debit-amount to Sort-debit-amount
               Move Summary-credit-amount to Sort-credit-amount
               Release Sort-rec
             Else
               Add 1 to Summary-outside-count
             End-if
           End-if
           .
       Build-totals-sec Section.
       Build-totals-par.
           Open input Period-totals
           If Period-totals-status = 0
             Move 'Y' to Prior-open-switch
             Perform Read-prior-totals-par
           Else
             If Period-totals-status = 35
               Display 'Period-totals not present; starting empty'
             Else
               Display 'Open failed, file status: '
                Period-totals-status ' for Period-totals'
               Move 'Y' to Io-error-switch
             End-if
             Move high-values to Prior-key
           End-if
           Move 'N' to Sort-end-switch
           Perform Return-sorted-record-par
           Perform Build-one-total-par
            until Prior-key = high-values
             and Sort-key = high-values
           If Prior-file-open
             Close Period-totals
           End-if
           .
       Build-support-sec Section.
       Read-prior-totals-par.
           Read Period-totals
           If Period-totals-status = 0
             Add 1 to Prior-read-count
             Move Totals-account to Prior-key-account
             Move Totals-currency to Prior-key-currency
             If Prior-key not > Last-prior-key
               Display 'PERIOD TOTALS OUT OF SEQUENCE: '
                Totals-account ' ' Totals-currency
               Move 'Y' to Io-error-switch
             End-if
             Move Prior-key to Last-prior-key
           Else
             If Period-totals-status not = 10
               Display 'Read failed, file status: '
                Period-totals-status ' for Period-totals'
               Move 'Y' to Io-error-switch
             End-if
             Move high-values to Prior-key
           End-if
           .
       Return-sorted-record-par.
           Return Sort-work
             at end
               Move 'Y' to Sort-end-switch
               Move high-values to Sort-key
             not at end
               Move Sort-account to Sort-key-account
               Move Sort-currency to Sort-key-currency
           End-return
           .
       Build-one-total-par.
           If Prior-key <= Sort-key
             Move Prior-key to Current-key
           Else
             Move Sort-key to Current-key
           End-if
           Initialize Totals-work-area
           If Prior-key = Current-key
             If Totals-year = Close-year
               Move Totals-ytd-count to Work-ytd-count
               Move Totals-ytd-debits to Work-ytd-debits
               Move Totals-ytd-credits to Work-ytd-credits
               Move Totals-ytd-net to Work-ytd-net
             End-if
             Perform Read-prior-totals-par
           End-if
           Move 0 to Last-sort-date
           Perform Apply-sorted-record-par
            until Sort-key not = Current-key
           Add Work-mtd-count to Work-ytd-count
           Add Work-mtd-debits to Work-ytd-debits
           Add Work-mtd-credits to Work-ytd-credits
           Add Work-mtd-net to Work-ytd-net
           If Work-mtd-count = 0 and Work-ytd-count = 0
             Add 1 to Prior-dropped-count
           Else
             Perform Write-totals-record-par
           End-if
           .
       Apply-sorted-record-par.
           If Sort-date = Last-sort-date
             Add 1 to Summary-duplicate-count
             Display 'SUMMARY DATE REPEATED; not totalled: '
              Sort-account ' ' Sort-currency ' ' Sort-date
           Else
             Add Sort-count to Work-mtd-count
             Add Sort-debit-amount to Work-mtd-debits
             Add Sort-credit-amount to Work-mtd-credits
             Add Sort-debit-amount to Work-mtd-net
             Subtract Sort-credit-amount from Work-mtd-net
             Move Sort-date to Last-sort-date
           End-if
           Perform Return-sorted-record-par
           .
       Write-totals-record-par.
           Move Current-key-account to Totals-new-account
           Move Current-key-currency to Totals-new-currency
           Move Close-period to Totals-new-period
           Move Work-mtd-count to Totals-new-mtd-count
           Move Work-mtd-debits to Totals-new-mtd-debits
           Move Work-mtd-credits to Totals-new-mtd-credits
           Move Work-mtd-net to Totals-new-mtd-net
           Move Work-ytd-count to Totals-new-ytd-count
           Move Work-ytd-debits to Totals-new-ytd-debits
           Move Work-ytd-credits to Totals-new-ytd-credits
           Move Work-ytd-net to Totals-new-ytd-net
           Write Totals-new-rec
           If Period-totals-new-status not = 0
             Display 'Write failed, file status: '
              Period-totals-new-status ' for Period-totals-new'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Totals-written-count
           If Work-mtd-count > 0
             Add 1 to Active-account-count
           End-if
           Add Work-mtd-debits to Total-mtd-debits
           Add Work-mtd-credits to Total-mtd-credits
           Add Work-mtd-net to Total-mtd-net
           Perform Report-totals-line-par
           .
       Write-report-sec Section.
       Report-totals-line-par.
           Move spaces to Totals-detail-line(1:1)
           Move Current-key-account to Line-account
           Move Current-key-currency to Line-currency
           Move Work-mtd-count to Line-mtd-count
           Move Work-mtd-debits to Line-mtd-debits
           Move Work-mtd-credits to Line-mtd-credits
           Move Work-mtd-net to Line-mtd-net
           Move Work-ytd-count to Line-ytd-count
           Move Work-ytd-net to Line-ytd-net
           Move Totals-detail-line to Print-line-work
           Perform Write-report-line-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Close-report-status not = 0
             Display 'Write failed, file status: '
              Close-report-status ' for Close-report'
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
           If Close-report-status not = 0
             Display 'Write failed, file status: '
              Close-report-status ' for Close-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Write-run-totals-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move spaces to Print-line-work
           Move 'PERIOD' to Print-line-work(4:6)
           Move Close-period to Print-line-work(11:6)
           Evaluate true
             When Close-refused
               Move 'NOT CLOSED' to Print-line-work(18:10)
             When Io-error-occurred
               Move 'NOT CLOSED: I/O ERROR' to Print-line-work(18:21)
             When other
               Move 'CLOSED' to Print-line-work(18:6)
               Move 'NEXT OPEN PERIOD' to Print-line-work(26:16)
               Move Next-period to Print-line-work(43:6)
           End-evaluate
           Perform Write-report-line-par
           Move 'SUMMARY RECORDS READ' to Report-label-text
           Move Summary-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'SUMMARY RECORDS IN PERIOD' to Report-label-text
           Move Summary-period-count to Report-count-value
           Perform Write-report-count-par
           Move 'SUMMARY RECORDS OUTSIDE PERIOD' to Report-label-text
           Move Summary-outside-count to Report-count-value
           Perform Write-report-count-par
           Move 'SUMMARY DATES REPEATED' to Report-label-text
           Move Summary-duplicate-count to Report-count-value
           Perform Write-report-count-par
           Move 'PRIOR TOTALS READ' to Report-label-text
           Move Prior-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'PRIOR TOTALS DROPPED AT YEAR END' to Report-label-text
           Move Prior-dropped-count to Report-count-value
           Perform Write-report-count-par
           Move 'PERIOD TOTALS WRITTEN' to Report-label-text
           Move Totals-written-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACCOUNTS WITH ACTIVITY' to Report-label-text
           Move Active-account-count to Report-count-value
           Perform Write-report-count-par
           Move 'TOTAL MTD DEBITS' to Report-label-text
           Move Total-mtd-debits to Report-amount-value
           Perform Write-report-amount-par
           Move 'TOTAL MTD CREDITS' to Report-label-text
           Move Total-mtd-credits to Report-amount-value
           Perform Write-report-amount-par
           Move 'TOTAL MTD NET' to Report-label-text
           Move Total-mtd-net to Report-amount-value
           Perform Write-report-amount-par
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Perform Write-run-totals-par
           Close Period-control-new
           Close Period-totals-new
           Close Close-report
           Display 'Period close summary for this run:'
           Display '  Period:                  ' Close-period
           Display '  Summary records in period: ' Summary-period-count
           Display '  Period totals written:   ' Totals-written-count
           Display '  Periods written:         ' Periods-written-count
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Close-refused
               Move 8 to Return-code
             When Summary-period-count = 0
                  or Summary-duplicate-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program PRDCLOSE-PAR.
