       Identification division.
       Program-id. CMPSCRN-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Detail-master
            Assign to dtlfile
            File status is Detail-master-status.
           Select Sort-work
            Assign to srtfile.
           Select Threshold-file
            Assign to thrfile
            File status is Threshold-file-status.
           Select Activity-store
            Assign to actfile
            File status is Activity-store-status.
           Select Activity-new
            Assign to actnew
            File status is Activity-new-status.
           Select Review-queue
            Assign to cmpfile
            File status is Review-queue-status.
           Select Screening-report
            Assign to csrfile
            File status is Screening-report-status.
       Data division.
       File section.
       FD Detail-master
           Recording mode F.
       1 Detail-rec.
         2 Detail-dataset-name pic x(44).
         2 Filler pic x.
         2 Detail-event-number pic 9(9).
         2 Filler pic x.
         2 Detail-account pic x(20).
         2 Filler pic x.
         2 Detail-amount pic 9(11)v99.
         2 Filler pic x.
         2 Detail-date pic 9(8).
         2 Filler pic x.
         2 Detail-currency pic x(3).
         2 Filler pic x.
         2 Detail-reference pic x(20).
         2 Filler pic x.
         2 Detail-description pic x(60).
         2 Filler pic x.
         2 Detail-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Detail-sign pic x.
       SD Sort-work.
       1 Sort-rec.
         2 Sort-dataset-name pic x(44).
         2 Filler pic x.
         2 Sort-event-number pic 9(9).
         2 Filler pic x.
         2 Sort-account pic x(20).
         2 Filler pic x.
         2 Sort-amount pic 9(11)v99.
         2 Filler pic x.
         2 Sort-date pic 9(8).
         2 Filler pic x.
         2 Sort-currency pic x(3).
         2 Filler pic x.
         2 Sort-reference pic x(20).
         2 Filler pic x.
         2 Sort-description pic x(60).
         2 Filler pic x.
         2 Sort-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Sort-sign pic x.
       FD Threshold-file
           Recording mode F.
       1 Threshold-rec.
         2 Threshold-type pic x.
           88 Threshold-currency-limit value 'C'.
           88 Threshold-account-limit value 'A'.
           88 Threshold-velocity value 'V'.
         2 Filler pic x.
         2 Threshold-account pic x(20).
         2 Filler pic x.
         2 Threshold-currency pic x(3).
         2 Filler pic x.
         2 Threshold-single-limit pic 9(11)v99.
         2 Filler pic x.
         2 Threshold-days pic 9(3).
         2 Filler pic x.
         2 Threshold-max-count pic 9(5).
         2 Filler pic x.
         2 Threshold-max-amount pic 9(13)v99.
       FD Activity-store
           Recording mode F.
       1 Activity-rec.
         2 Activity-account pic x(20).
         2 Filler pic x.
         2 Activity-date pic 9(8).
         2 Filler pic x.
         2 Activity-count pic 9(9).
         2 Filler pic x.
         2 Activity-amount pic 9(13)v99.
       FD Activity-new
           Recording mode F.
       1 Activity-new-rec.
         2 Activity-new-account pic x(20).
         2 Filler pic x value space.
         2 Activity-new-date pic 9(8).
         2 Filler pic x value space.
         2 Activity-new-count pic 9(9).
         2 Filler pic x value space.
         2 Activity-new-amount pic 9(13)v99.
       FD Review-queue
           Recording mode F.
       1 Review-rec.
         2 Review-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Review-event-number pic 9(9).
         2 Filler pic x value space.
         2 Review-rule pic x(12).
         2 Filler pic x value space.
         2 Review-account pic x(20).
         2 Filler pic x value space.
         2 Review-currency pic x(3).
         2 Filler pic x value space.
         2 Review-detail-date pic 9(8).
         2 Filler pic x value space.
         2 Review-base-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Review-observed-value pic 9(13)v99.
         2 Filler pic x value space.
         2 Review-limit-value pic 9(13)v99.
         2 Filler pic x value space.
         2 Review-window-days pic 9(3).
         2 Filler pic x value space.
         2 Review-run-date pic 9(8).
       FD Screening-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Detail-master-status pic 99.
       1 Threshold-file-status pic 99.
       1 Activity-store-status pic 99.
       1 Activity-new-status pic 99.
       1 Review-queue-status pic 99.
       1 Screening-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Screening-date pic 9(8) value 0.
       1 Screening-day-number pic 9(9) comp value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Warning-switch pic x value 'N'.
         88 Warning-issued value 'Y'.
       1 Store-open-switch pic x value 'N'.
         88 Store-is-open value 'Y'.
       1 Threshold-count pic 9(4) comp value 0.
       1 Threshold-table.
         2 Threshold-entry occurs 500 times.
           3 Thr-type pic x.
           3 Thr-account pic x(20).
           3 Thr-currency pic x(3).
           3 Thr-single-limit pic 9(11)v99.
           3 Thr-days pic 9(3).
           3 Thr-max-count pic 9(5).
           3 Thr-max-amount pic 9(13)v99.
       1 Thr-index pic 9(4) comp value 0.
       1 Threshold-found-switch pic x value 'N'.
         88 Threshold-found value 'Y'.
       1 Find-type pic x.
       1 Find-account pic x(20).
       1 Find-currency pic x(3).
       1 Threshold-rejected-count pic 9(9) comp value 0.
       1 Retention-days pic 9(3) value 0.
       1 Default-retention-days pic 9(3) value 31.
       1 Current-account pic x(20).
       1 Detail-key-account pic x(20).
       1 Store-key-account pic x(20).
       1 Day-limit pic 9(4) comp value 400.
       1 Day-count pic 9(4) comp value 0.
       1 Day-table.
         2 Day-entry occurs 400 times.
           3 Day-date pic 9(8).
           3 Day-number pic 9(9) comp.
           3 Day-txn-count pic 9(9) comp.
           3 Day-amount pic 9(13)v99.
       1 Day-index pic 9(4) comp value 0.
       1 Day-found-switch pic x value 'N'.
         88 Day-found value 'Y'.
       1 Velocity-active-switch pic x value 'N'.
         88 Velocity-active value 'Y'.
       1 Velocity-days pic 9(3) value 0.
       1 Velocity-max-count pic 9(5) value 0.
       1 Velocity-max-amount pic 9(13)v99 value 0.
       1 Detail-day-number pic 9(9) comp value 0.
       1 Window-count pic 9(9) comp value 0.
       1 Window-amount pic 9(13)v99 value 0.
       1 Hit-rule pic x(12).
       1 Hit-observed-value pic 9(13)v99 value 0.
       1 Hit-limit-value pic 9(13)v99 value 0.
       1 Hit-window-days pic 9(3) value 0.
       1 Details-screened-count pic 9(9) comp value 0.
       1 Accounts-screened-count pic 9(9) comp value 0.
       1 Store-read-count pic 9(9) comp value 0.
       1 Store-written-count pic 9(9) comp value 0.
       1 Store-expired-count pic 9(9) comp value 0.
       1 Day-overflow-count pic 9(9) comp value 0.
       1 Hit-total-count pic 9(9) comp value 0.
       1 Rule-count-table.
         2 Rule-count-entry occurs 4 times.
           3 Rule-count pic 9(9) comp.
       1 Rule-names-values.
         2 Filler pic x(12) value 'LARGE-CCY'.
         2 Filler pic x(12) value 'LARGE-ACCT'.
         2 Filler pic x(12) value 'VELOCITY-CNT'.
         2 Filler pic x(12) value 'VELOCITY-AMT'.
       1 Rule-names redefines Rule-names-values.
         2 Rule-name pic x(12) occurs 4 times.
       1 Rule-text-values.
         2 Filler pic x(21) value 'CURRENCY LIMIT'.
         2 Filler pic x(21) value 'ACCOUNT OVERRIDE'.
         2 Filler pic x(21) value 'TRANSACTION COUNT'.
         2 Filler pic x(21) value 'TOTAL BASE AMOUNT'.
       1 Rule-texts redefines Rule-text-values.
         2 Rule-text pic x(21) occurs 4 times.
       1 Rule-index pic 9 value 0.
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
       1 Report-line-count pic 9(3) comp value 99.
       1 Report-page-count pic 9(3) comp value 0.
       1 Report-page-limit pic 9(3) comp value 55.
       1 Print-line-work pic x(132) value spaces.
       1 Report-label-text pic x(34) value spaces.
       1 Report-count-value pic 9(9) comp value 0.
       1 Report-count-edit pic zzzzzzzz9.
       1 Report-head-1.
         2 Filler pic x value space.
         2 Filler pic x(38)
            value 'CMPSCRN COMPLIANCE SCREENING REPORT  '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(44) value 'DATASET'.
         2 Filler pic x value space.
         2 Filler pic x(9) value '    EVENT'.
         2 Filler pic x value space.
         2 Filler pic x(20) value 'ACCOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(12) value 'RULE'.
         2 Filler pic x value space.
         2 Filler pic x(17) value '         OBSERVED'.
         2 Filler pic x value space.
         2 Filler pic x(17) value '            LIMIT'.
         2 Filler pic x value space.
         2 Filler pic x(4) value 'DAYS'.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(44) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(12) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(17) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(17) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(4) value all '-'.
       1 Hit-line.
         2 Filler pic x value space.
         2 Hit-line-dataset pic x(44).
         2 Filler pic x value space.
         2 Hit-line-event pic zzzzzzzz9.
         2 Filler pic x value space.
         2 Hit-line-account pic x(20).
         2 Filler pic x value space.
         2 Hit-line-rule pic x(12).
         2 Filler pic x value space.
         2 Hit-line-observed pic z(13)9.99.
         2 Filler pic x value space.
         2 Hit-line-limit pic z(13)9.99.
         2 Filler pic x value space.
         2 Hit-line-days pic zz9.
       1 Hit-count-line redefines Hit-line.
         2 Filler pic x(90).
         2 Hit-count-observed pic z(16)9.
         2 Filler pic x.
         2 Hit-count-limit pic z(16)9.
         2 Filler pic x(4).
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Load-thresholds-par
           Perform Open-activity-store-par
           Sort Sort-work
            on ascending key Sort-account
                             Sort-date
                             Sort-dataset-name
                             Sort-event-number
            using Detail-master
            output procedure is Screen-details-sec
           If Sort-return not = 0
             Display 'Sort failed, sort return: ' Sort-return
             Move 'Y' to Io-error-switch
           End-if
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Move Run-date to Screening-date
           If Run-parm-len >= 8
                and Run-parm-text(1:8) is numeric
             Move Run-parm-text(1:8) to Screening-date
           End-if
           Display 'Screening date: ' Screening-date
           Move Screening-date to Day-calc-date
           Perform Compute-day-number-par
           Move Day-calc-number to Screening-day-number
           Initialize Rule-count-table
           Open output Activity-new
           If Activity-new-status not = 0
             Display 'Open failed, file status: ' Activity-new-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Review-queue
           If Review-queue-status not = 0
             Display 'Open failed, file status: ' Review-queue-status
             Close Activity-new
             Move 12 to Return-code
             Goback
           End-if
           Open output Screening-report
           If Screening-report-status not = 0
             Display 'Open failed, file status: '
              Screening-report-status
             Close Activity-new
             Close Review-queue
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
       Load-thresholds-sec Section.
       Load-thresholds-par.
           Open input Threshold-file
           If Threshold-file-status = 0
             Perform Read-threshold-par
              until Threshold-file-status not = 0
             Close Threshold-file
           Else
             If Threshold-file-status = 35
               Display 'Threshold-file not present; no screening rules'
               Move 'Y' to Warning-switch
             Else
               Display 'Open failed, file status: '
                Threshold-file-status ' for Threshold-file'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           If Retention-days = 0
             Move Default-retention-days to Retention-days
           End-if
           Display 'Thresholds loaded: ' Threshold-count
            ' activity retention days: ' Retention-days
           .
       Read-threshold-par.
           Read Threshold-file
           If Threshold-file-status = 0
             Evaluate true
               When not Threshold-currency-limit
                    and not Threshold-account-limit
                    and not Threshold-velocity
                 Add 1 to Threshold-rejected-count
                 Display 'THRESHOLD TYPE NOT VALID: ' Threshold-rec
               When Threshold-single-limit not numeric
                    or Threshold-days not numeric
                    or Threshold-max-count not numeric
                    or Threshold-max-amount not numeric
                 Add 1 to Threshold-rejected-count
                 Display 'THRESHOLD VALUES NOT NUMERIC: ' Threshold-rec
               When Threshold-velocity and Threshold-days = 0
                 Add 1 to Threshold-rejected-count
                 Display 'VELOCITY THRESHOLD HAS NO DAYS: '
                  Threshold-rec
               When Threshold-count >= 500
                 Add 1 to Threshold-rejected-count
                 Display 'THRESHOLD TABLE FULL; ignored: '
                  Threshold-rec
               When other
                 Add 1 to Threshold-count
                 Move Threshold-type to Thr-type(Threshold-count)
                 Move Threshold-account to Thr-account(Threshold-count)
                 Move Threshold-currency
                  to Thr-currency(Threshold-count)
                 Move Threshold-single-limit
                  to Thr-single-limit(Threshold-count)
                 Move Threshold-days to Thr-days(Threshold-count)
                 Move Threshold-max-count
                  to Thr-max-count(Threshold-count)
                 Move Threshold-max-amount
                  to Thr-max-amount(Threshold-count)
                 If Threshold-velocity
                    and Threshold-days > Retention-days
                   Move Threshold-days to Retention-days
                 End-if
             End-evaluate
           End-if
           .
       Find-threshold-par.
           Move 'N' to Threshold-found-switch
           Perform Match-threshold-par
            varying Thr-index from 1 by 1
            until Thr-index > Threshold-count or Threshold-found
           If Threshold-found
             Subtract 1 from Thr-index
           End-if
           .
       Match-threshold-par.
           If Thr-type(Thr-index) = Find-type
              and Thr-account(Thr-index) = Find-account
              and Thr-currency(Thr-index) = Find-currency
             Move 'Y' to Threshold-found-switch
           End-if
           .
       Open-activity-store-par.
           Open input Activity-store
           If Activity-store-status = 0
             Move 'Y' to Store-open-switch
           Else
             If Activity-store-status = 35
               Display 'Activity-store not present; starting new store'
             Else
               Display 'Open failed, file status: '
                Activity-store-status ' for Activity-store'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Screen-details-sec Section.
       Screen-details-par.
           Perform Read-activity-par
           Perform Return-detail-par
           Perform Screen-account-par
            until Detail-key-account = high-values
              and Store-key-account = high-values
           .
       Screen-support-sec Section.
       Read-activity-par.
           If Store-is-open
             Read Activity-store
             If Activity-store-status = 0
               Add 1 to Store-read-count
               Move Activity-account to Store-key-account
             Else
               If Activity-store-status not = 10
                 Display 'Read failed, file status: '
                  Activity-store-status ' for Activity-store'
                 Move 'Y' to Io-error-switch
               End-if
               Move high-values to Store-key-account
               Close Activity-store
               Move 'N' to Store-open-switch
             End-if
           Else
             Move high-values to Store-key-account
           End-if
           .
       Return-detail-par.
           Return Sort-work
             at end
               Move high-values to Detail-key-account
             not at end
               Move Sort-account to Detail-key-account
           End-return
           .
       Screen-account-par.
           If Detail-key-account < Store-key-account
             Move Detail-key-account to Current-account
           Else
             Move Store-key-account to Current-account
           End-if
           Move 0 to Day-count
           Perform Load-activity-day-par
            until Store-key-account not = Current-account
           If Detail-key-account = Current-account
             Add 1 to Accounts-screened-count
             Perform Find-velocity-rule-par
             Perform Screen-one-detail-par
              until Detail-key-account not = Current-account
           End-if
           Perform Write-activity-day-par
            varying Day-index from 1 by 1
            until Day-index > Day-count
           .
       Load-activity-day-par.
           If Activity-date is numeric and Activity-count is numeric
              and Activity-amount is numeric
             Move Activity-date to Day-calc-date
             Perform Compute-day-number-par
             Perform Find-day-entry-par
             If Day-found
               Add Activity-count to Day-txn-count(Day-index)
               Add Activity-amount to Day-amount(Day-index)
             Else
               If Day-count < Day-limit
                 Add 1 to Day-count
                 Move Activity-date to Day-date(Day-count)
                 Move Day-calc-number to Day-number(Day-count)
                 Move Activity-count to Day-txn-count(Day-count)
                 Move Activity-amount to Day-amount(Day-count)
               Else
                 Add 1 to Day-overflow-count
               End-if
             End-if
           Else
             Display 'ACTIVITY RECORD NOT VALID: ' Activity-rec
             Move 'Y' to Warning-switch
           End-if
           Perform Read-activity-par
           .
       Find-day-entry-par.
           Move 'N' to Day-found-switch
           Perform Match-day-entry-par
            varying Day-index from 1 by 1
            until Day-index > Day-count or Day-found
           If Day-found
             Subtract 1 from Day-index
           End-if
           .
       Match-day-entry-par.
           If Day-number(Day-index) = Day-calc-number
             Move 'Y' to Day-found-switch
           End-if
           .
       Find-velocity-rule-par.
           Move 'N' to Velocity-active-switch
           Move 'V' to Find-type
           Move Current-account to Find-account
           Move spaces to Find-currency
           Perform Find-threshold-par
           If not Threshold-found
             Move spaces to Find-account
             Perform Find-threshold-par
           End-if
           If Threshold-found
             Move 'Y' to Velocity-active-switch
             Move Thr-days(Thr-index) to Velocity-days
             Move Thr-max-count(Thr-index) to Velocity-max-count
             Move Thr-max-amount(Thr-index) to Velocity-max-amount
           End-if
           .
       Screen-one-detail-par.
           Add 1 to Details-screened-count
           Perform Check-single-limit-par
           If Sort-date is numeric and Sort-date > 0
              and Sort-base-amount is numeric
             Move Sort-date to Day-calc-date
             Perform Compute-day-number-par
             Move Day-calc-number to Detail-day-number
             Perform Find-day-entry-par
             If Day-found
               Add 1 to Day-txn-count(Day-index)
               Add Sort-base-amount to Day-amount(Day-index)
             Else
               If Day-count < Day-limit
                 Add 1 to Day-count
                 Move Sort-date to Day-date(Day-count)
                 Move Day-calc-number to Day-number(Day-count)
                 Move 1 to Day-txn-count(Day-count)
                 Move Sort-base-amount to Day-amount(Day-count)
               Else
                 Add 1 to Day-overflow-count
               End-if
             End-if
             If Velocity-active
               Perform Check-velocity-par
             End-if
           End-if
           Perform Return-detail-par
           .
       Check-single-limit-par.
           Move 'A' to Find-type
           Move Sort-account to Find-account
           Move Sort-currency to Find-currency
           Perform Find-threshold-par
           If not Threshold-found
             Move spaces to Find-currency
             Perform Find-threshold-par
           End-if
           If Threshold-found
             Move 2 to Rule-index
           Else
             Move 'C' to Find-type
             Move spaces to Find-account
             Move Sort-currency to Find-currency
             Perform Find-threshold-par
             If not Threshold-found
               Move spaces to Find-currency
               Perform Find-threshold-par
             End-if
             Move 1 to Rule-index
           End-if
           If Threshold-found
              and Sort-base-amount is numeric
              and Sort-base-amount > Thr-single-limit(Thr-index)
             Move Sort-base-amount to Hit-observed-value
             Move Thr-single-limit(Thr-index) to Hit-limit-value
             Move 0 to Hit-window-days
             Perform Record-hit-par
           End-if
           .
       Check-velocity-par.
           Move 0 to Window-count
           Move 0 to Window-amount
           Perform Sum-window-day-par
            varying Day-index from 1 by 1
            until Day-index > Day-count
           If Velocity-max-count > 0
              and Window-count > Velocity-max-count
             Move 3 to Rule-index
             Move Window-count to Hit-observed-value
             Move Velocity-max-count to Hit-limit-value
             Move Velocity-days to Hit-window-days
             Perform Record-hit-par
           End-if
           If Velocity-max-amount > 0
              and Window-amount > Velocity-max-amount
             Move 4 to Rule-index
             Move Window-amount to Hit-observed-value
             Move Velocity-max-amount to Hit-limit-value
             Move Velocity-days to Hit-window-days
             Perform Record-hit-par
           End-if
           .
       Sum-window-day-par.
           If Day-number(Day-index) <= Detail-day-number
              and Day-number(Day-index) + Velocity-days
                   > Detail-day-number
             Add Day-txn-count(Day-index) to Window-count
             Add Day-amount(Day-index) to Window-amount
           End-if
           .
       Record-hit-par.
           Add 1 to Hit-total-count
           Add 1 to Rule-count(Rule-index)
           Move Rule-name(Rule-index) to Hit-rule
           Move Sort-dataset-name to Review-dataset-name
           Move Sort-event-number to Review-event-number
           Move Hit-rule to Review-rule
           Move Sort-account to Review-account
           Move Sort-currency to Review-currency
           Move Sort-date to Review-detail-date
           Move Sort-base-amount to Review-base-amount
           Move Hit-observed-value to Review-observed-value
           Move Hit-limit-value to Review-limit-value
           Move Hit-window-days to Review-window-days
           Move Screening-date to Review-run-date
           Write Review-rec
           If Review-queue-status not = 0
             Display 'Write failed, file status: '
              Review-queue-status ' for Review-queue'
             Move 'Y' to Io-error-switch
           End-if
           Move spaces to Hit-line
           Move Sort-dataset-name to Hit-line-dataset
           Move Sort-event-number to Hit-line-event
           Move Sort-account to Hit-line-account
           Move Hit-rule to Hit-line-rule
           If Rule-index = 3
             Move Hit-observed-value to Hit-count-observed
             Move Hit-limit-value to Hit-count-limit
           Else
             Move Hit-observed-value to Hit-line-observed
             Move Hit-limit-value to Hit-line-limit
           End-if
           If Hit-window-days > 0
             Move Hit-window-days to Hit-line-days
           End-if
           Move Hit-line to Print-line-work
           Perform Write-report-line-par
           .
       Write-activity-day-par.
           If Day-number(Day-index) + Retention-days
               > Screening-day-number
             Move Current-account to Activity-new-account
             Move Day-date(Day-index) to Activity-new-date
             Move Day-txn-count(Day-index) to Activity-new-count
             Move Day-amount(Day-index) to Activity-new-amount
             Write Activity-new-rec
             If Activity-new-status not = 0
               Display 'Write failed, file status: '
                Activity-new-status ' for Activity-new'
               Move 'Y' to Io-error-switch
             End-if
             Add 1 to Store-written-count
           Else
             Add 1 to Store-expired-count
           End-if
           .
       Write-report-sec Section.
       Write-rule-counts-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'HITS BY RULE' to Print-line-work(2:12)
           Perform Write-report-line-par
           Perform Write-one-rule-count-par
            varying Rule-index from 1 by 1
            until Rule-index > 4
           Move 'TOTAL HITS' to Report-label-text
           Move Hit-total-count to Report-count-value
           Perform Write-report-count-par
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'DETAILS SCREENED' to Report-label-text
           Move Details-screened-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACCOUNTS SCREENED' to Report-label-text
           Move Accounts-screened-count to Report-count-value
           Perform Write-report-count-par
           Move 'THRESHOLDS LOADED' to Report-label-text
           Move Threshold-count to Report-count-value
           Perform Write-report-count-par
           Move 'THRESHOLDS REJECTED' to Report-label-text
           Move Threshold-rejected-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACTIVITY DAYS READ' to Report-label-text
           Move Store-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACTIVITY DAYS KEPT' to Report-label-text
           Move Store-written-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACTIVITY DAYS EXPIRED' to Report-label-text
           Move Store-expired-count to Report-count-value
           Perform Write-report-count-par
           If Day-overflow-count > 0
             Move 'ACTIVITY DAYS NOT STORED' to Report-label-text
             Move Day-overflow-count to Report-count-value
             Perform Write-report-count-par
           End-if
           .
       Write-one-rule-count-par.
           Move spaces to Report-label-text
           Move Rule-name(Rule-index) to Report-label-text(1:12)
           Move Rule-text(Rule-index) to Report-label-text(14:21)
           Move Rule-count(Rule-index) to Report-count-value
           Perform Write-report-count-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Screening-report-status not = 0
             Display 'Write failed, file status: '
              Screening-report-status ' for Screening-report'
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
           If Screening-report-status not = 0
             Display 'Write failed, file status: '
              Screening-report-status ' for Screening-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Perform Write-rule-counts-par
           If Store-is-open
             Close Activity-store
           End-if
           Close Activity-new
           Close Review-queue
           Close Screening-report
           Display 'Compliance screening summary for this run:'
           Display '  Details screened:    ' Details-screened-count
           Display '  Accounts screened:   ' Accounts-screened-count
           Display '  Review hits:         ' Hit-total-count
           Display '  Activity days kept:  ' Store-written-count
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Warning-issued or Threshold-rejected-count > 0
                  or Day-overflow-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program CMPSCRN-PAR.
