       Identification division.
       Program-id. SUSPMGT-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Open-items-in
            Assign to sopfile
            File status is Open-items-in-status.
           Select Open-items-out
            Assign to sopnew
            File status is Open-items-out-status.
           Select Duplicate-suspense
            Assign to dupfile
            File status is Duplicate-suspense-status.
           Select Validation-hold
            Assign to vsdfile
            File status is Validation-hold-status.
           Select Validation-reject
            Assign to vrjfile
            File status is Validation-reject-status.
           Select Decision-input
            Assign to sdcfile
            File status is Decision-input-status.
           Select Closed-log
            Assign to sclfile
            File status is Closed-log-status.
           Select Suspense-release
            Assign to srlfile
            File status is Suspense-release-status.
           Select Suspense-report
            Assign to sarfile
            File status is Suspense-report-status.
       Data division.
       File section.
       FD Open-items-in
           Recording mode F.
       1 Open-in-rec pic x(519).
       FD Open-items-out
           Recording mode F.
       1 Open-out-rec pic x(519).
       FD Duplicate-suspense
           Recording mode F.
       1 Dup-rec pic x(200).
       FD Validation-hold
           Recording mode F.
       1 Valid-held-rec pic x(200).
       FD Validation-reject
           Recording mode F.
       1 Valid-reject-rec.
         2 Valid-reject-event-number pic 9(9).
         2 Filler pic x.
         2 Valid-reject-element-name pic x(40).
         2 Filler pic x.
         2 Valid-reject-rule pic x(20).
         2 Filler pic x.
         2 Valid-reject-value pic x(512).
         2 Filler pic x.
         2 Valid-reject-dataset-name pic x(44).
         2 Filler pic x.
         2 Valid-reject-detail-event pic 9(9).
       FD Decision-input
           Recording mode F.
       1 Decision-rec.
         2 Decision-item-type pic x.
         2 Filler pic x.
         2 Decision-dataset-name pic x(44).
         2 Filler pic x.
         2 Decision-event-number pic 9(9).
         2 Filler pic x.
         2 Decision-action pic x(8).
         2 Filler pic x.
         2 Decision-user-id pic x(8).
         2 Filler pic x.
         2 Decision-reason pic x(40).
         2 Filler pic x.
         2 Decision-field-name pic x(12).
         2 Filler pic x.
         2 Decision-field-value pic x(60).
       FD Closed-log
           Recording mode F.
       1 Closed-rec.
         2 Closed-date pic 9(8).
         2 Filler pic x value space.
         2 Closed-time pic 9(8).
         2 Filler pic x value space.
         2 Closed-outcome pic x(10).
         2 Filler pic x value space.
         2 Closed-user-id pic x(8).
         2 Filler pic x value space.
         2 Closed-reason pic x(40).
         2 Filler pic x value space.
         2 Closed-item-image pic x(519).
       FD Suspense-release
           Recording mode F.
       1 Release-rec pic x(200).
       FD Suspense-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Open-items-in-status pic 99.
       1 Open-items-out-status pic 99.
       1 Duplicate-suspense-status pic 99.
       1 Validation-hold-status pic 99.
       1 Validation-reject-status pic 99.
       1 Decision-input-status pic 99.
       1 Closed-log-status pic 99.
       1 Suspense-release-status pic 99.
       1 Suspense-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Run-day-number pic 9(9) comp value 0.
       1 Alert-day-limit pic 9(3) value 5.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Item-work.
         2 Item-type pic x.
           88 Item-duplicate value 'D'.
           88 Item-validation value 'V'.
         2 Filler pic x value space.
         2 Item-first-seen pic 9(8).
         2 Filler pic x value space.
         2 Item-reason-code pic x(20).
         2 Filler pic x value space.
         2 Item-failure-count pic 9(3).
         2 Filler pic x value space.
         2 Item-element-name pic x(40).
         2 Filler pic x value space.
         2 Item-failed-value pic x(40).
         2 Filler pic x value space.
         2 Item-detail.
           3 Item-dataset-name pic x(44).
           3 Filler pic x value space.
           3 Item-event-number pic 9(9).
           3 Filler pic x value space.
           3 Item-account pic x(20).
           3 Filler pic x value space.
           3 Item-amount pic 9(11)v99.
           3 Filler pic x value space.
           3 Item-date pic 9(8).
           3 Filler pic x value space.
           3 Item-currency pic x(3).
           3 Filler pic x value space.
           3 Item-reference pic x(20).
           3 Filler pic x value space.
           3 Item-description pic x(60).
           3 Filler pic x value space.
           3 Item-base-amount pic 9(11)v99.
           3 Filler pic x value space.
           3 Item-sign pic x.
         2 Filler pic x value space.
         2 Item-original-detail pic x(200).
       1 Susp-table.
         2 Susp-entry occurs 5000 times.
           3 Susp-type pic x.
           3 Susp-dataset-name pic x(44).
           3 Susp-event-number pic 9(9).
           3 Susp-original-detail pic x(200).
           3 Susp-item-image pic x(519).
           3 Susp-status-flag pic x.
           3 Susp-origin-flag pic x.
           3 Susp-decided-user pic x(8).
           3 Susp-decided-reason pic x(40).
       1 Susp-limit pic 9(4) comp value 5000.
       1 Susp-count pic 9(4) comp value 0.
       1 Susp-index pic 9(4) comp value 0.
       1 Susp-found-index pic 9(4) comp value 0.
       1 Susp-found-switch pic x value 'N'.
         88 Susp-entry-found value 'Y'.
       1 Search-type pic x.
       1 Search-dataset-name pic x(44).
       1 Search-event-number pic 9(9).
       1 Search-original-detail pic x(200).
       1 Search-status-flag pic x.
       1 Search-origin-flag pic x.
       1 Reject-reason-work pic x(30) value spaces.
       1 Outcome-text pic x(50) value spaces.
       1 Correct-amount-text pic x(13).
       1 Correct-amount-value redefines Correct-amount-text
          pic 9(11)v99.
       1 Correct-date-text pic x(8).
       1 Correct-date-value redefines Correct-date-text pic 9(8).
       1 Correct-date-parts redefines Correct-date-text.
         2 Correct-year pic 9(4).
         2 Correct-month pic 99.
         2 Correct-day pic 99.
       1 Item-age-days pic 9(5) value 0.
       1 Item-bucket pic 9 value 0.
       1 Type-index pic 9 value 0.
       1 Bucket-index pic 9 value 0.
       1 Decided-item-count pic 9(9) comp value 0.
       1 Carried-in-count pic 9(9) comp value 0.
       1 Duplicates-read-count pic 9(9) comp value 0.
       1 Held-read-count pic 9(9) comp value 0.
       1 Valid-reject-read-count pic 9(9) comp value 0.
       1 Valid-reject-matched-count pic 9(9) comp value 0.
       1 Valid-reject-unheld-count pic 9(9) comp value 0.
       1 Already-open-count pic 9(9) comp value 0.
       1 Already-closed-count pic 9(9) comp value 0.
       1 New-item-count pic 9(9) comp value 0.
       1 Closed-log-read-count pic 9(9) comp value 0.
       1 Decisions-read-count pic 9(9) comp value 0.
       1 Decisions-rejected-count pic 9(9) comp value 0.
       1 Released-count pic 9(9) comp value 0.
       1 Corrected-count pic 9(9) comp value 0.
       1 Cancelled-count pic 9(9) comp value 0.
       1 Corrections-applied-count pic 9(9) comp value 0.
       1 Release-written-count pic 9(9) comp value 0.
       1 Open-out-count pic 9(9) comp value 0.
       1 Alert-count pic 9(9) comp value 0.
       1 Aging-totals.
         2 Aging-type occurs 2 times.
           3 Aging-bucket occurs 3 times.
             4 Aging-count pic 9(9) comp.
             4 Aging-amount pic 9(13)v99.
       1 Type-names-values.
         2 Filler pic x(30) value 'DUPLICATE SUSPENSE'.
         2 Filler pic x(30) value 'HELD FOR VALIDATION'.
       1 Type-names redefines Type-names-values.
         2 Type-name pic x(30) occurs 2 times.
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
            value 'SUSPMGT SUSPENSE MANAGEMENT REPORT    '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(22) value 'ALERT WHEN OPEN OVER: '.
         2 Head-alert-days pic zz9.
         2 Filler pic x(5) value ' DAYS'.
       1 Decision-head-1.
         2 Filler pic x value space.
         2 Filler pic x value 'T'.
         2 Filler pic x value space.
         2 Filler pic x(44) value 'DATASET'.
         2 Filler pic x value space.
         2 Filler pic x(9) value '    EVENT'.
         2 Filler pic x value space.
         2 Filler pic x(8) value 'ACTION'.
         2 Filler pic x value space.
         2 Filler pic x(8) value 'USER'.
         2 Filler pic x value space.
         2 Filler pic x(50) value 'OUTCOME'.
       1 Decision-head-2.
         2 Filler pic x value space.
         2 Filler pic x value '-'.
         2 Filler pic x value space.
         2 Filler pic x(44) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(8) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(8) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(50) value all '-'.
       1 Decision-line.
         2 Filler pic x value space.
         2 Dec-line-type pic x.
         2 Filler pic x value space.
         2 Dec-line-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Dec-line-event-number pic x(9).
         2 Filler pic x value space.
         2 Dec-line-action pic x(8).
         2 Filler pic x value space.
         2 Dec-line-user-id pic x(8).
         2 Filler pic x value space.
         2 Dec-line-outcome pic x(50).
       1 Open-head-1.
         2 Filler pic x value space.
         2 Filler pic x value 'T'.
         2 Filler pic x value space.
         2 Filler pic x(44) value 'DATASET'.
         2 Filler pic x value space.
         2 Filler pic x(9) value '    EVENT'.
         2 Filler pic x value space.
         2 Filler pic x(20) value 'ACCOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(15) value '         AMOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(3) value 'CCY'.
         2 Filler pic x value space.
         2 Filler pic x(8) value 'FIRST'.
         2 Filler pic x value space.
         2 Filler pic x(5) value '  AGE'.
         2 Filler pic x value space.
         2 Filler pic x(5) value 'ALERT'.
       1 Open-head-2.
         2 Filler pic x value space.
         2 Filler pic x value '-'.
         2 Filler pic x value space.
         2 Filler pic x(44) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(15) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(3) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(8) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(5) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(5) value all '-'.
       1 Open-item-line.
         2 Filler pic x value space.
         2 Open-line-type pic x.
         2 Filler pic x value space.
         2 Open-line-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Open-line-event-number pic zzzzzzzz9.
         2 Filler pic x value space.
         2 Open-line-account pic x(20).
         2 Filler pic x value space.
         2 Open-line-amount pic z(10)9.99.
         2 Open-line-sign pic x.
         2 Filler pic x value space.
         2 Open-line-currency pic x(3).
         2 Filler pic x value space.
         2 Open-line-first-seen pic 9(8).
         2 Filler pic x value space.
         2 Open-line-age-days pic zzzz9.
         2 Filler pic x value space.
         2 Open-line-alert pic x(5).
       1 Open-reason-line.
         2 Filler pic x(4) value spaces.
         2 Filler pic x(7) value 'REASON '.
         2 Reason-line-code pic x(20).
         2 Filler pic x value space.
         2 Filler pic x(9) value 'FAILURES '.
         2 Reason-line-failures pic zz9.
         2 Filler pic x value space.
         2 Filler pic x(8) value 'ELEMENT '.
         2 Reason-line-element pic x(40).
         2 Filler pic x value space.
         2 Filler pic x(6) value 'VALUE '.
         2 Reason-line-value pic x(32).
       1 Aging-line.
         2 Filler pic x(3) value spaces.
         2 Aging-line-label pic x(30).
         2 Aging-line-bucket occurs 3 times.
           3 Filler pic x(2) value spaces.
           3 Aging-line-count pic zzzzzz9.
           3 Filler pic x value space.
           3 Aging-line-amount pic z(12)9.99.
       1 Aging-head-line.
         2 Filler pic x(33) value '   AGING OF OPEN ITEMS'.
         2 Filler pic x(26) value '  0-1 DYS      BASE AMOUNT'.
         2 Filler pic x(26) value '  2-5 DYS      BASE AMOUNT'.
         2 Filler pic x(26) value '  >5 DAYS      BASE AMOUNT'.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Load-open-items-par
           Perform Take-in-duplicates-par
           Perform Take-in-held-par
           Perform Match-validation-rejects-par
           Perform Check-closed-log-par
           Perform Process-decisions-par
           Perform Close-decided-items-par
           Perform Write-open-items-par
           Perform Report-open-items-par
           Perform Report-aging-par
           Perform Write-run-totals-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           If Run-parm-len >= 3
                and Run-parm-text(1:3) is numeric
             Move Run-parm-text(1:3) to Alert-day-limit
           End-if
           Display 'Suspense alert age in days: ' Alert-day-limit
           Move Run-date to Day-calc-date
           Perform Compute-day-number-par
           Move Day-calc-number to Run-day-number
           Initialize Aging-totals
           Open output Open-items-out
           If Open-items-out-status not = 0
             Display 'Open failed, file status: ' Open-items-out-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Suspense-release
           If Suspense-release-status not = 0
             Display 'Open failed, file status: '
              Suspense-release-status
             Close Open-items-out
             Move 12 to Return-code
             Goback
           End-if
           Open output Suspense-report
           If Suspense-report-status not = 0
             Display 'Open failed, file status: '
              Suspense-report-status
             Close Open-items-out
             Close Suspense-release
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
       Load-items-sec Section.
       Load-open-items-par.
           Open input Open-items-in
           If Open-items-in-status = 0
             Perform Read-open-item-par
              until Open-items-in-status not = 0
             Close Open-items-in
           Else
             If Open-items-in-status = 35
               Display 'Open-items-in not present; no carried items'
             Else
               Display 'Open failed, file status: '
                Open-items-in-status ' for Open-items-in'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-open-item-par.
           Read Open-items-in into Item-work
           If Open-items-in-status = 0
                and Open-in-rec not = spaces
             If Item-original-detail = spaces
               Move Item-detail to Item-original-detail
             End-if
             Evaluate true
               When not Item-duplicate and not Item-validation
               When Item-first-seen not numeric
               When Item-event-number not numeric
                 Display 'OPEN ITEM NOT VALID; dropped: '
                  Open-in-rec(1:80)
                 Move 'Y' to Io-error-switch
               When Susp-count < Susp-limit
                 Add 1 to Carried-in-count
                 Perform Add-suspense-entry-par
                 Move 'C' to Susp-origin-flag(Susp-count)
               When other
                 Display 'SUSPENSE TABLE FULL; open item dropped: '
                  Item-dataset-name ' ' Item-event-number
                 Move 'Y' to Io-error-switch
             End-evaluate
           End-if
           .
       Take-in-duplicates-par.
           Open input Duplicate-suspense
           If Duplicate-suspense-status = 0
             Perform Read-duplicate-par
              until Duplicate-suspense-status not = 0
             Close Duplicate-suspense
           Else
             If Duplicate-suspense-status = 35
               Display 'Duplicate-suspense not present; no duplicates'
             Else
               Display 'Open failed, file status: '
                Duplicate-suspense-status ' for Duplicate-suspense'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-duplicate-par.
           Read Duplicate-suspense
           If Duplicate-suspense-status = 0
             Add 1 to Duplicates-read-count
             Move spaces to Item-work
             Move 'D' to Item-type
             Move Run-date to Item-first-seen
             Move 'DUPLICATE' to Item-reason-code
             Move 0 to Item-failure-count
             Move Dup-rec to Item-detail
             Move Dup-rec to Item-original-detail
             Perform Take-in-item-par
           End-if
           .
       Take-in-held-par.
           Open input Validation-hold
           If Validation-hold-status = 0
             Perform Read-held-par
              until Validation-hold-status not = 0
             Close Validation-hold
           Else
             If Validation-hold-status = 35
               Display 'Validation-hold not present; no held details'
             Else
               Display 'Open failed, file status: '
                Validation-hold-status ' for Validation-hold'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-held-par.
           Read Validation-hold
           If Validation-hold-status = 0
             Add 1 to Held-read-count
             Move spaces to Item-work
             Move 'V' to Item-type
             Move Run-date to Item-first-seen
             Move 'VALIDATION FAILED' to Item-reason-code
             Move 0 to Item-failure-count
             Move Valid-held-rec to Item-detail
             Move Valid-held-rec to Item-original-detail
             Perform Take-in-item-par
           End-if
           .
       Take-in-item-par.
           Move Item-type to Search-type
           Move Item-dataset-name to Search-dataset-name
           Move Item-event-number to Search-event-number
           Move Item-original-detail to Search-original-detail
           Move space to Search-status-flag
           Move space to Search-origin-flag
           Perform Find-suspense-item-par
           Evaluate true
             When Susp-entry-found
               Add 1 to Already-open-count
             When Susp-count < Susp-limit
               Add 1 to New-item-count
               Perform Add-suspense-entry-par
               Move 'N' to Susp-origin-flag(Susp-count)
             When other
               Display 'SUSPENSE TABLE FULL; item not taken in: '
                Item-dataset-name ' ' Item-event-number
               Move 'Y' to Io-error-switch
           End-evaluate
           .
       Add-suspense-entry-par.
           Add 1 to Susp-count
           Move Item-type to Susp-type(Susp-count)
           Move Item-dataset-name to Susp-dataset-name(Susp-count)
           Move Item-event-number to Susp-event-number(Susp-count)
           Move Item-original-detail
            to Susp-original-detail(Susp-count)
           Move Item-work to Susp-item-image(Susp-count)
           Move 'O' to Susp-status-flag(Susp-count)
           Move spaces to Susp-decided-user(Susp-count)
           Move spaces to Susp-decided-reason(Susp-count)
           .
       Find-suspense-item-par.
           Move 'N' to Susp-found-switch
           Move 0 to Susp-found-index
           Perform Match-suspense-item-par
            varying Susp-index from 1 by 1
            until Susp-index > Susp-count or Susp-entry-found
           .
       Match-suspense-item-par.
           If Susp-type(Susp-index) = Search-type
                and Susp-event-number(Susp-index) = Search-event-number
                and Susp-dataset-name(Susp-index) = Search-dataset-name
                and (Search-original-detail = spaces
                 or Susp-original-detail(Susp-index)
                  = Search-original-detail)
                and (Search-status-flag = space
                 or Susp-status-flag(Susp-index) = Search-status-flag)
                and (Search-origin-flag = space
                 or Susp-origin-flag(Susp-index) = Search-origin-flag)
             Move 'Y' to Susp-found-switch
             Move Susp-index to Susp-found-index
           End-if
           .
       Match-validation-rejects-par.
           Open input Validation-reject
           If Validation-reject-status = 0
             Perform Read-validation-reject-par
              until Validation-reject-status not = 0
             Close Validation-reject
           Else
             If Validation-reject-status = 35
               Display 'Validation-reject not present; no reasons'
             Else
               Display 'Open failed, file status: '
                Validation-reject-status ' for Validation-reject'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-validation-reject-par.
           Read Validation-reject
           If Validation-reject-status = 0
             Add 1 to Valid-reject-read-count
             Move 'N' to Susp-found-switch
             If Valid-reject-detail-event is numeric
                  and Valid-reject-detail-event > 0
               Move 'V' to Search-type
               Move Valid-reject-dataset-name to Search-dataset-name
               Move Valid-reject-detail-event to Search-event-number
               Move spaces to Search-original-detail
               Move space to Search-status-flag
               Move 'N' to Search-origin-flag
               Perform Find-suspense-item-par
               If not Susp-entry-found
                 Move space to Search-origin-flag
                 Perform Find-suspense-item-par
               End-if
             End-if
             If Susp-entry-found
               Add 1 to Valid-reject-matched-count
               If Susp-origin-flag(Susp-found-index) = 'N'
                 Perform Record-failure-reason-par
               End-if
             Else
               Add 1 to Valid-reject-unheld-count
             End-if
           End-if
           .
       Record-failure-reason-par.
           Move Susp-item-image(Susp-found-index) to Item-work
           If Item-failure-count < 999
             Add 1 to Item-failure-count
           End-if
           If Item-failure-count = 1
             Move Valid-reject-rule to Item-reason-code
             Move Valid-reject-element-name to Item-element-name
             Move Valid-reject-value to Item-failed-value
           End-if
           Move Item-work to Susp-item-image(Susp-found-index)
           .
       Check-closed-log-par.
           Open input Closed-log
           If Closed-log-status = 0
             Perform Read-closed-log-par
              until Closed-log-status not = 0
             Close Closed-log
           Else
             If Closed-log-status = 35
               Display 'Closed-log not present; no items closed before'
             Else
               Display 'Open failed, file status: '
                Closed-log-status ' for Closed-log'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-closed-log-par.
           Read Closed-log
           If Closed-log-status = 0
             Add 1 to Closed-log-read-count
             Move Closed-item-image to Item-work
             If Item-original-detail = spaces
               Move Item-detail to Item-original-detail
             End-if
             Move Item-type to Search-type
             Move Item-dataset-name to Search-dataset-name
             Move Item-event-number to Search-event-number
             Move Item-original-detail to Search-original-detail
             Move 'O' to Search-status-flag
             Move 'N' to Search-origin-flag
             Perform Find-suspense-item-par
             If Susp-entry-found
               Move 'K' to Susp-status-flag(Susp-found-index)
               Add 1 to Already-closed-count
               Subtract 1 from New-item-count
             End-if
           End-if
           .
       Decide-items-sec Section.
       Process-decisions-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'DECISIONS' to Print-line-work(2:9)
           Perform Write-report-line-par
           Move Decision-head-1 to Print-line-work
           Perform Write-report-line-par
           Move Decision-head-2 to Print-line-work
           Perform Write-report-line-par
           Open input Decision-input
           If Decision-input-status = 0
             Perform Read-decision-par
              until Decision-input-status not = 0
             Close Decision-input
           Else
             If Decision-input-status = 35
               Display 'Decision-input not present; no decisions'
             Else
               Display 'Open failed, file status: '
                Decision-input-status ' for Decision-input'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           If Decisions-read-count = 0
             Move 'NONE' to Print-line-work(4:4)
             Perform Write-report-line-par
           End-if
           .
       Read-decision-par.
           Read Decision-input
           If Decision-input-status = 0
                and Decision-rec not = spaces
             Add 1 to Decisions-read-count
             Move spaces to Reject-reason-work
             Move spaces to Outcome-text
             Move 'N' to Susp-found-switch
             If Decision-event-number is numeric
               Perform Find-decision-item-par
             End-if
             Perform Edit-decision-par
             If Reject-reason-work = spaces
               Perform Apply-decision-par
             Else
               Add 1 to Decisions-rejected-count
               Move 'REJECTED: ' to Outcome-text(1:10)
               Move Reject-reason-work to Outcome-text(11:30)
             End-if
             Perform Report-decision-par
           End-if
           .
       Find-decision-item-par.
           Move Decision-item-type to Search-type
           Move Decision-dataset-name to Search-dataset-name
           Move Decision-event-number to Search-event-number
           Move spaces to Search-original-detail
           Move space to Search-origin-flag
           If Decision-action = 'CORRECT'
             Move 'C' to Search-status-flag
             Perform Find-suspense-item-par
           End-if
           If not Susp-entry-found
             Move 'O' to Search-status-flag
             Perform Find-suspense-item-par
           End-if
           If not Susp-entry-found
             Move space to Search-status-flag
             Perform Find-suspense-item-par
           End-if
           .
       Edit-decision-par.
           Evaluate true
             When Decision-event-number not numeric
               Move 'ITEM KEY NOT VALID' to Reject-reason-work
             When not Susp-entry-found
               Move 'ITEM NOT IN SUSPENSE' to Reject-reason-work
             When Susp-status-flag(Susp-found-index) = 'K'
               Move 'ITEM ALREADY CLOSED' to Reject-reason-work
             When Decision-action not = 'RELEASE' and
                  Decision-action not = 'CANCEL' and
                  Decision-action not = 'CORRECT'
               Move 'ACTION NOT VALID' to Reject-reason-work
             When Decision-user-id = spaces
               Move 'USER MISSING' to Reject-reason-work
             When Susp-status-flag(Susp-found-index) = 'C'
                  and Decision-action = 'CORRECT'
               Perform Edit-correction-par
             When Susp-status-flag(Susp-found-index) not = 'O'
               Move 'ITEM ALREADY DECIDED' to Reject-reason-work
             When Decision-action = 'CANCEL'
                  and Decision-reason = spaces
               Move 'CANCEL REASON MISSING' to Reject-reason-work
             When Decision-action = 'CORRECT'
               Perform Edit-correction-par
             When other
               Continue
           End-evaluate
           .
       Edit-correction-par.
           Evaluate Decision-field-name
             When 'ACCOUNT'
             When 'REFERENCE'
               If Decision-field-value(1:20) = spaces
                    or Decision-field-value(21:40) not = spaces
                 Move 'NEW VALUE NOT VALID' to Reject-reason-work
               End-if
             When 'CURRENCY'
               If Decision-field-value(1:3) = spaces
                    or Decision-field-value(4:57) not = spaces
                 Move 'NEW VALUE NOT VALID' to Reject-reason-work
               End-if
             When 'DESCRIPTION'
               Continue
             When 'AMOUNT'
             When 'BASEAMOUNT'
               If Decision-field-value(1:13) not numeric
                    or Decision-field-value(14:47) not = spaces
                 Move 'NEW VALUE NOT VALID' to Reject-reason-work
               End-if
             When 'DATE'
               Move Decision-field-value(1:8) to Correct-date-text
               If Correct-date-text not numeric
                    or Decision-field-value(9:52) not = spaces
                 Move 'NEW VALUE NOT VALID' to Reject-reason-work
               Else
                 If Correct-year < 1900
                      or Correct-month < 1 or Correct-month > 12
                      or Correct-day < 1 or Correct-day > 31
                   Move 'NEW VALUE NOT VALID' to Reject-reason-work
                 End-if
               End-if
             When 'SIGN'
               If (Decision-field-value(1:1) not = 'D' and
                   Decision-field-value(1:1) not = 'C')
                    or Decision-field-value(2:59) not = spaces
                 Move 'NEW VALUE NOT VALID' to Reject-reason-work
               End-if
             When other
               Move 'FIELD NAME NOT VALID' to Reject-reason-work
           End-evaluate
           .
       Apply-decision-par.
           Move Decision-user-id
            to Susp-decided-user(Susp-found-index)
           If Decision-reason not = spaces
             Move Decision-reason
              to Susp-decided-reason(Susp-found-index)
           End-if
           Evaluate Decision-action
             When 'RELEASE'
               Move 'R' to Susp-status-flag(Susp-found-index)
               Add 1 to Released-count
               Move 'RELEASED' to Outcome-text
             When 'CANCEL'
               Move 'X' to Susp-status-flag(Susp-found-index)
               Add 1 to Cancelled-count
               Move 'CANCELLED: ' to Outcome-text(1:11)
               Move Decision-reason to Outcome-text(12:39)
             When 'CORRECT'
               If Susp-status-flag(Susp-found-index) = 'O'
                 Move 'C' to Susp-status-flag(Susp-found-index)
                 Add 1 to Corrected-count
               End-if
               Add 1 to Corrections-applied-count
               Perform Apply-correction-par
               Move 'CORRECTED ' to Outcome-text(1:10)
               Move Decision-field-name to Outcome-text(11:12)
           End-evaluate
           .
       Apply-correction-par.
           Move Susp-item-image(Susp-found-index) to Item-work
           Evaluate Decision-field-name
             When 'ACCOUNT'
               Move Decision-field-value to Item-account
             When 'REFERENCE'
               Move Decision-field-value to Item-reference
             When 'CURRENCY'
               Move Decision-field-value to Item-currency
             When 'DESCRIPTION'
               Move Decision-field-value to Item-description
             When 'AMOUNT'
               Move Decision-field-value(1:13) to Correct-amount-text
               Move Correct-amount-value to Item-amount
             When 'BASEAMOUNT'
               Move Decision-field-value(1:13) to Correct-amount-text
               Move Correct-amount-value to Item-base-amount
             When 'DATE'
               Move Correct-date-value to Item-date
             When 'SIGN'
               Move Decision-field-value(1:1) to Item-sign
           End-evaluate
           Move Item-work to Susp-item-image(Susp-found-index)
           .
       Report-decision-par.
           Move Decision-item-type to Dec-line-type
           Move Decision-dataset-name to Dec-line-dataset-name
           Move Decision-event-number to Dec-line-event-number
           Move Decision-action to Dec-line-action
           Move Decision-user-id to Dec-line-user-id
           Move Outcome-text to Dec-line-outcome
           Move Decision-line to Print-line-work
           Perform Write-report-line-par
           .
       Close-decided-items-par.
           Move 0 to Decided-item-count
           Perform Count-decided-item-par
            varying Susp-index from 1 by 1
            until Susp-index > Susp-count
           If Decided-item-count > 0
             Open extend Closed-log
             If Closed-log-status = 35
               Open output Closed-log
             End-if
             If Closed-log-status not = 0
               Display 'Open failed, file status: '
                Closed-log-status ' for Closed-log'
               Display 'Decided items kept open: ' Decided-item-count
               Move 'Y' to Io-error-switch
               Perform Keep-decided-open-par
                varying Susp-index from 1 by 1
                until Susp-index > Susp-count
             Else
               Perform Close-one-item-par
                varying Susp-index from 1 by 1
                until Susp-index > Susp-count
               Close Closed-log
             End-if
           End-if
           .
       Count-decided-item-par.
           If Susp-status-flag(Susp-index) = 'R' or 'C' or 'X'
             Add 1 to Decided-item-count
           End-if
           .
       Keep-decided-open-par.
           If Susp-status-flag(Susp-index) = 'R' or 'C' or 'X'
             Move 'O' to Susp-status-flag(Susp-index)
           End-if
           .
       Close-one-item-par.
           If Susp-status-flag(Susp-index) = 'R' or 'C' or 'X'
             Move Susp-item-image(Susp-index) to Item-work
             Move spaces to Closed-rec
             Move Run-date to Closed-date
             Move Run-time to Closed-time
             Evaluate Susp-status-flag(Susp-index)
               When 'R'
                 Move 'RELEASED' to Closed-outcome
               When 'C'
                 Move 'CORRECTED' to Closed-outcome
               When 'X'
                 Move 'CANCELLED' to Closed-outcome
             End-evaluate
             Move Susp-decided-user(Susp-index) to Closed-user-id
             Move Susp-decided-reason(Susp-index) to Closed-reason
             Move Item-work to Closed-item-image
             Write Closed-rec
             If Closed-log-status not = 0
               Display 'Write failed, file status: '
                Closed-log-status ' for Closed-log'
               Move 'Y' to Io-error-switch
             End-if
             If Susp-status-flag(Susp-index) not = 'X'
               Perform Write-release-par
             End-if
           End-if
           .
       Write-release-par.
           Write Release-rec from Item-detail
           If Suspense-release-status not = 0
             Display 'Write failed, file status: '
              Suspense-release-status ' for Suspense-release'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Release-written-count
           .
       Write-open-items-par.
           Perform Write-one-open-item-par
            varying Susp-index from 1 by 1
            until Susp-index > Susp-count
           .
       Write-one-open-item-par.
           If Susp-status-flag(Susp-index) = 'O'
             Write Open-out-rec from Susp-item-image(Susp-index)
             If Open-items-out-status not = 0
               Display 'Write failed, file status: '
                Open-items-out-status ' for Open-items-out'
               Move 'Y' to Io-error-switch
             End-if
             Add 1 to Open-out-count
           End-if
           .
       Write-report-sec Section.
       Report-open-items-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'ITEMS STILL OPEN' to Print-line-work(2:16)
           Perform Write-report-line-par
           Move Open-head-1 to Print-line-work
           Perform Write-report-line-par
           Move Open-head-2 to Print-line-work
           Perform Write-report-line-par
           Perform Report-one-open-item-par
            varying Susp-index from 1 by 1
            until Susp-index > Susp-count
           If Open-out-count = 0
             Move 'NONE' to Print-line-work(4:4)
             Perform Write-report-line-par
           End-if
           .
       Report-one-open-item-par.
           If Susp-status-flag(Susp-index) = 'O'
             Move Susp-item-image(Susp-index) to Item-work
             Move 0 to Item-age-days
             If Item-first-seen is numeric and Item-first-seen > 0
               Move Item-first-seen to Day-calc-date
               Perform Compute-day-number-par
               If Run-day-number > Day-calc-number
                 Compute Item-age-days =
                  Run-day-number - Day-calc-number
               End-if
             End-if
             Evaluate true
               When Item-age-days <= 1
                 Move 1 to Item-bucket
               When Item-age-days <= 5
                 Move 2 to Item-bucket
               When other
                 Move 3 to Item-bucket
             End-evaluate
             If Item-duplicate
               Move 1 to Type-index
             Else
               Move 2 to Type-index
             End-if
             Move Item-bucket to Bucket-index
             Add 1 to Aging-count(Type-index Bucket-index)
             Add Item-base-amount
              to Aging-amount(Type-index Bucket-index)
             Move Item-type to Open-line-type
             Move Item-dataset-name to Open-line-dataset-name
             Move Item-event-number to Open-line-event-number
             Move Item-account to Open-line-account
             Move Item-amount to Open-line-amount
             Move Item-sign to Open-line-sign
             Move Item-currency to Open-line-currency
             Move Item-first-seen to Open-line-first-seen
             Move Item-age-days to Open-line-age-days
             Move spaces to Open-line-alert
             If Item-age-days > Alert-day-limit
               Move 'ALERT' to Open-line-alert
               Add 1 to Alert-count
               Display 'SUSPENSE ITEM PAST ALERT AGE: ' Item-type ' '
                Item-dataset-name ' ' Item-event-number
                ' AGE ' Item-age-days
             End-if
             Move Open-item-line to Print-line-work
             Perform Write-report-line-par
             Move Item-reason-code to Reason-line-code
             Move Item-failure-count to Reason-line-failures
             Move Item-element-name to Reason-line-element
             Move Item-failed-value to Reason-line-value
             Move Open-reason-line to Print-line-work
             If Item-duplicate
               Move spaces to Print-line-work(32:101)
             End-if
             Perform Write-report-line-par
           End-if
           .
       Report-aging-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move Aging-head-line to Print-line-work
           Perform Write-report-line-par
           Perform Report-aging-type-par
            varying Type-index from 1 by 1
            until Type-index > 2
           .
       Report-aging-type-par.
           Move Type-name(Type-index) to Aging-line-label
           Perform Format-aging-bucket-par
            varying Bucket-index from 1 by 1
            until Bucket-index > 3
           Move Aging-line to Print-line-work
           Perform Write-report-line-par
           .
       Format-aging-bucket-par.
           Move Aging-count(Type-index Bucket-index)
            to Aging-line-count(Bucket-index)
           Move Aging-amount(Type-index Bucket-index)
            to Aging-line-amount(Bucket-index)
           .
       Write-run-totals-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'OPEN ITEMS CARRIED IN' to Report-label-text
           Move Carried-in-count to Report-count-value
           Perform Write-report-count-par
           Move 'DUPLICATES READ' to Report-label-text
           Move Duplicates-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'DETAILS HELD FOR VALIDATION READ' to Report-label-text
           Move Held-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'VALIDATION REJECTS READ' to Report-label-text
           Move Valid-reject-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'VALIDATION REJECTS ON HELD ITEMS' to Report-label-text
           Move Valid-reject-matched-count to Report-count-value
           Perform Write-report-count-par
           Move 'VALIDATION REJECTS NOT HELD' to Report-label-text
           Move Valid-reject-unheld-count to Report-count-value
           Perform Write-report-count-par
           Move 'ITEMS ALREADY OPEN' to Report-label-text
           Move Already-open-count to Report-count-value
           Perform Write-report-count-par
           Move 'CLOSED LOG RECORDS READ' to Report-label-text
           Move Closed-log-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'ITEMS ALREADY CLOSED' to Report-label-text
           Move Already-closed-count to Report-count-value
           Perform Write-report-count-par
           Move 'NEW ITEMS OPENED' to Report-label-text
           Move New-item-count to Report-count-value
           Perform Write-report-count-par
           Move 'DECISIONS READ' to Report-label-text
           Move Decisions-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'DECISIONS REJECTED' to Report-label-text
           Move Decisions-rejected-count to Report-count-value
           Perform Write-report-count-par
           Move 'ITEMS RELEASED' to Report-label-text
           Move Released-count to Report-count-value
           Perform Write-report-count-par
           Move 'ITEMS CORRECTED' to Report-label-text
           Move Corrected-count to Report-count-value
           Perform Write-report-count-par
           Move 'CORRECTIONS APPLIED' to Report-label-text
           Move Corrections-applied-count to Report-count-value
           Perform Write-report-count-par
           Move 'ITEMS CANCELLED' to Report-label-text
           Move Cancelled-count to Report-count-value
           Perform Write-report-count-par
           Move 'DETAILS WRITTEN FOR GL' to Report-label-text
           Move Release-written-count to Report-count-value
           Perform Write-report-count-par
           Move 'OPEN ITEMS CARRIED OUT' to Report-label-text
           Move Open-out-count to Report-count-value
           Perform Write-report-count-par
           Move 'OPEN ITEMS PAST ALERT AGE' to Report-label-text
           Move Alert-count to Report-count-value
           Perform Write-report-count-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Suspense-report-status not = 0
             Display 'Write failed, file status: '
              Suspense-report-status ' for Suspense-report'
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
           Move Alert-day-limit to Head-alert-days
           Write Report-line from Report-head-1
            after advancing page
           Perform Check-report-write-par
           Write Report-line from Report-head-2
           Perform Check-report-write-par
           Move 2 to Report-line-count
           .
       Check-report-write-par.
           If Suspense-report-status not = 0
             Display 'Write failed, file status: '
              Suspense-report-status ' for Suspense-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Close Open-items-out
           Close Suspense-release
           Close Suspense-report
           Display 'Suspense management summary for this run:'
           Display '  Open items carried in:  ' Carried-in-count
           Display '  Duplicates read:        ' Duplicates-read-count
           Display '  Held details read:      ' Held-read-count
           Display '  Validation rejects:     ' Valid-reject-read-count
           Display '  Rejects not held:       '
            Valid-reject-unheld-count
           Display '  New items opened:       ' New-item-count
           Display '  Items already closed:   ' Already-closed-count
           Display '  Decisions read:         ' Decisions-read-count
           Display '  Decisions rejected:     ' Decisions-rejected-count
           Display '  Items released:         ' Released-count
           Display '  Items corrected:        ' Corrected-count
           Display '  Items cancelled:        ' Cancelled-count
           Display '  Details written for GL: ' Release-written-count
           Display '  Open items carried out: ' Open-out-count
           Display '  Past alert age:         ' Alert-count
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Decisions-rejected-count > 0
                  or Alert-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program SUSPMGT-PAR.
