           Select Maint-report
            Assign to mrpfile
            File status is Maint-report-status.
           Select Pending-change
            Assign to pndfile
            File status is Pending-change-status.
           Select Pending-new
            Assign to pndnew
            File status is Pending-new-status.
           Select Approval-input
            Assign to aprfile
            File status is Approval-input-status.
       Data division.
       File section.
       FD Maint-trans
           Recording mode F.
       1 Maint-tran-in pic x(66).
       FD Account-master
           Recording mode F.
       1 Account-master-rec.
       1 Maint-reject-rec.
         2 Reject-reason pic x(30).
         2 Filler pic x value space.
         2 Reject-tran-image pic x(72).
       FD Maint-report
           Recording mode F.
       1 Report-line pic x(132).
       FD Pending-change
           Recording mode F.
       1 Pending-rec.
         2 Pending-change-id pic 9(14).
         2 Filler pic x.
         2 Pending-request-date pic 9(8).
         2 Filler pic x.
         2 Pending-request-time pic 9(8).
         2 Filler pic x.
         2 Pending-tran-image pic x(66).
       FD Pending-new
           Recording mode F.
       1 Pending-new-rec.
         2 Pending-new-change-id pic 9(14).
         2 Filler pic x value space.
         2 Pending-new-request-date pic 9(8).
         2 Filler pic x value space.
         2 Pending-new-request-time pic 9(8).
         2 Filler pic x value space.
         2 Pending-new-tran-image pic x(66).
       FD Approval-input
           Recording mode F.
       1 Approval-rec.
         2 Approval-change-id pic x(14).
         2 Filler pic x.
         2 Approval-decision pic x(7).
         2 Filler pic x.
         2 Approval-user-id pic x(8).
         2 Filler pic x.
         2 Approval-reason pic x(40).
       Working-storage section.
       1 Maint-trans-status pic 99.
       1 Account-master-status pic 99.
       1 Rules-new-status pic 99.
       1 Maint-reject-status pic 99.
       1 Maint-report-status pic 99.
       1 Pending-change-status pic 99.
       1 Pending-new-status pic 99.
       1 Approval-input-status pic 99.
       1 Maint-tran-rec.
         2 Tran-action pic x(3).
         2 Filler pic x.
         2 Tran-target pic x(4).
         2 Filler pic x.
         2 Tran-key pic x(40).
         2 Filler pic x.
         2 Tran-rule-type pic x.
         2 Filler pic x.
         2 Tran-rule-max-length pic x(3).
         2 Filler pic x.
         2 Tran-rule-required-flag pic x.
         2 Filler pic x.
         2 Tran-requester pic x(8).
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Io-error-switch pic x value 'N'.
       1 Rule-found-switch pic x value 'N'.
         88 Rule-slot-found value 'Y'.
       1 Rule-found-index pic 9(4) comp value 0.
       1 Pend-table.
         2 Pend-entry occurs 1000 times.
           3 Pend-change-id pic 9(14).
           3 Pend-request-date pic 9(8).
           3 Pend-request-time pic 9(8).
           3 Pend-tran-image pic x(66).
           3 Pend-approver pic x(8).
           3 Pend-status-flag pic x.
       1 Pend-count pic 9(4) comp value 0.
       1 Pend-carried-count pic 9(4) comp value 0.
       1 Pend-index pic 9(4) comp value 0.
       1 Pend-found-switch pic x value 'N'.
         88 Pend-entry-found value 'Y'.
       1 Pend-found-index pic 9(4) comp value 0.
       1 Pend-expiry-days pic 9(3) value 7.
       1 Pend-age-days pic 9(9) comp value 0.
       1 Change-id-work.
         2 Change-id-date pic 9(6).
         2 Change-id-time pic 9(4).
         2 Change-id-seq pic 9(4).
       1 Change-id-number redefines Change-id-work pic 9(14).
       1 Outcome-text pic x(20) value spaces.
       1 Run-day-number pic 9(9) comp value 0.
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
       1 Trans-read-count pic 9(9) comp value 0.
       1 Trans-pending-count pic 9(9) comp value 0.
       1 Trans-applied-count pic 9(9) comp value 0.
       1 Trans-rejected-count pic 9(9) comp value 0.
       1 Trans-declined-count pic 9(9) comp value 0.
       1 Trans-expired-count pic 9(9) comp value 0.
       1 Approvals-read-count pic 9(9) comp value 0.
       1 Approvals-rejected-count pic 9(9) comp value 0.
       1 Pending-before-count pic 9(9) comp value 0.
       1 Pending-after-count pic 9(9) comp value 0.
       1 Accounts-before-count pic 9(9) comp value 0.
       1 Accounts-after-count pic 9(9) comp value 0.
       1 Rules-before-count pic 9(9) comp value 0.
           Perform Initialize-run-par
           Perform Load-accounts-par
           Perform Load-rules-par
           Perform Load-pending-par
           Perform Expire-pending-par
           Perform Process-approvals-par
           Perform Report-awaiting-par
            varying Pend-index from 1 by 1
            until Pend-index > Pend-carried-count
           Perform Queue-transactions-par
           Perform Write-new-masters-par
           Perform Write-pending-new-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           If Run-parm-len >= 3
                and Run-parm-text(1:3) is numeric
             Move Run-parm-text(1:3) to Pend-expiry-days
           End-if
           Display 'Pending change expiry in days: ' Pend-expiry-days
           Move Run-date to Day-calc-date
           Perform Compute-day-number-par
           Move Day-calc-number to Run-day-number
           Move Run-date(3:6) to Change-id-date
           Move Run-time(1:4) to Change-id-time
           Move 0 to Change-id-seq
           Open output Account-new
           If Account-new-status not = 0
             Display 'Open failed, file status: ' Account-new-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Pending-new
           If Pending-new-status not = 0
             Display 'Open failed, file status: ' Pending-new-status
             Close Account-new
             Close Rules-new
             Close Maint-reject
             Close Maint-report
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
       Load-masters-sec Section.
       Load-accounts-par.
             End-if
           End-if
           .
       Load-pending-par.
           Open input Pending-change
           If Pending-change-status = 0
             Perform Read-pending-record-par
              until Pending-change-status not = 0
             Close Pending-change
           Else
             If Pending-change-status = 35
               Display 'Pending-change not present; no changes pending'
             Else
               Display 'Open failed, file status: '
                Pending-change-status ' for Pending-change'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           Move Pend-count to Pend-carried-count
           Move Pend-count to Pending-before-count
           .
       Read-pending-record-par.
           Read Pending-change
           If Pending-change-status = 0
                and Pending-rec not = spaces
             Evaluate true
               When Pending-change-id not numeric
                    or Pending-request-date not numeric
                 Display 'PENDING CHANGE NOT VALID; dropped: '
                  Pending-rec
                 Move 'Y' to Io-error-switch
               When Pend-count < 1000
                 Add 1 to Pend-count
                 Move Pending-change-id to Pend-change-id(Pend-count)
                 Move Pending-request-date
                  to Pend-request-date(Pend-count)
                 Move Pending-request-time
                  to Pend-request-time(Pend-count)
                 Move Pending-tran-image to Pend-tran-image(Pend-count)
                 Move spaces to Pend-approver(Pend-count)
                 Move 'P' to Pend-status-flag(Pend-count)
                 If Pending-change-id(1:10) = Change-id-work(1:10)
                      and Pending-change-id(11:4) > Change-id-seq
                   Move Pending-change-id(11:4) to Change-id-seq
                 End-if
               When other
                 Display 'PENDING TABLE FULL; change dropped: '
                  Pending-change-id
                 Move 'Y' to Io-error-switch
             End-evaluate
           End-if
           .
       Review-pending-sec Section.
       Expire-pending-par.
           Perform Expire-one-pending-par
            varying Pend-index from 1 by 1
            until Pend-index > Pend-carried-count
           .
       Expire-one-pending-par.
           Move Pend-request-date(Pend-index) to Day-calc-date
           Perform Compute-day-number-par
           Move 0 to Pend-age-days
           If Run-day-number > Day-calc-number
             Compute Pend-age-days = Run-day-number - Day-calc-number
           End-if
           If Pend-age-days > Pend-expiry-days
             Move 'X' to Pend-status-flag(Pend-index)
             Add 1 to Trans-expired-count
             Move Pend-tran-image(Pend-index) to Maint-tran-rec
             Move 'EXPIRED' to Outcome-text
             Move Pend-index to Pend-found-index
             Perform Report-decided-tran-par
           End-if
           .
       Process-approvals-par.
           Open input Approval-input
           If Approval-input-status = 0
             Perform Read-approval-par
              until Approval-input-status not = 0
             Close Approval-input
           Else
             If Approval-input-status = 35
               Display 'Approval-input not present; no changes released'
             Else
               Display 'Open failed, file status: '
                Approval-input-status ' for Approval-input'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-approval-par.
           Read Approval-input
           If Approval-input-status = 0
                and Approval-rec not = spaces
             Add 1 to Approvals-read-count
             Move spaces to Reject-reason-work
             Move 'N' to Pend-found-switch
             Move 0 to Pend-found-index
             If Approval-change-id is numeric
               Perform Find-pending-entry-par
                varying Pend-index from 1 by 1
                until Pend-index > Pend-carried-count
                 or Pend-entry-found
             End-if
             Perform Edit-approval-par
             If Reject-reason-work = spaces
               Perform Decide-pending-par
             Else
               Add 1 to Approvals-rejected-count
               Perform Write-approval-reject-par
             End-if
           End-if
           .
       Find-pending-entry-par.
           If Pend-change-id(Pend-index) = Approval-change-id
             Move 'Y' to Pend-found-switch
             Move Pend-index to Pend-found-index
           End-if
           .
       Edit-approval-par.
           Evaluate true
             When Approval-change-id not numeric
               Move 'CHANGE ID NOT VALID' to Reject-reason-work
             When not Pend-entry-found
               Move 'CHANGE NOT PENDING' to Reject-reason-work
             When Pend-status-flag(Pend-found-index) = 'X'
               Move 'CHANGE HAS EXPIRED' to Reject-reason-work
             When Pend-status-flag(Pend-found-index) not = 'P'
               Move 'CHANGE ALREADY DECIDED' to Reject-reason-work
             When Approval-decision not = 'APPROVE' and
                  Approval-decision not = 'DECLINE'
               Move 'DECISION NOT VALID' to Reject-reason-work
             When Approval-user-id = spaces
               Move 'APPROVER MISSING' to Reject-reason-work
             When Approval-user-id =
                  Pend-tran-image(Pend-found-index)(59:8)
               Move 'APPROVER SAME AS REQUESTER' to Reject-reason-work
             When other
               Continue
           End-evaluate
           .
       Decide-pending-par.
           Move Approval-user-id to Pend-approver(Pend-found-index)
           Move Pend-tran-image(Pend-found-index) to Maint-tran-rec
           If Approval-decision = 'DECLINE'
             Move 'D' to Pend-status-flag(Pend-found-index)
             Add 1 to Trans-declined-count
             Move 'DECLINED' to Outcome-text
             Perform Report-decided-tran-par
           Else
             Move spaces to Before-image-text
             Move spaces to After-image-text
             Perform Edit-transaction-par
             If Reject-reason-work = spaces
               Evaluate Tran-target
                 When 'ACCT'
                   Perform Apply-account-tran-par
                 When 'RULE'
                   Perform Apply-rule-tran-par
               End-evaluate
             End-if
             If Reject-reason-work = spaces
               Move 'A' to Pend-status-flag(Pend-found-index)
               Add 1 to Trans-applied-count
               Perform Report-applied-tran-par
               Move 'APPROVED AND APPLIED' to Outcome-text
             Else
               Move 'F' to Pend-status-flag(Pend-found-index)
               Add 1 to Trans-rejected-count
               Perform Write-tran-reject-par
               Move 'APPROVED NOT APPLIED' to Outcome-text
             End-if
             Perform Report-change-owner-par
           End-if
           .
       Report-awaiting-par.
           If Pend-status-flag(Pend-index) = 'P'
             Move Pend-tran-image(Pend-index) to Maint-tran-rec
             Move 'AWAITING APPROVAL' to Outcome-text
             Move Pend-index to Pend-found-index
             Perform Report-decided-tran-par
           End-if
           .
       Queue-transactions-sec Section.
       Queue-transactions-par.
           Open input Maint-trans
           If Maint-trans-status = 0
             Perform Read-transaction-par
           End-if
           .
       Read-transaction-par.
           Read Maint-trans into Maint-tran-rec
           If Maint-trans-status = 0
                and Maint-tran-rec not = spaces
             Add 1 to Trans-read-count
             Move spaces to Reject-reason-work
             Perform Edit-transaction-par
             If Reject-reason-work = spaces
               Perform Add-pending-entry-par
             End-if
             If Reject-reason-work = spaces
               Add 1 to Trans-pending-count
               Move 'PENDING APPROVAL' to Outcome-text
               Move Pend-count to Pend-found-index
               Perform Report-decided-tran-par
             Else
               Add 1 to Trans-rejected-count
               Perform Write-tran-reject-par
                  Tran-rule-required-flag not = 'N' and
                  Tran-rule-required-flag not = space
               Move 'RULE FLAG NOT VALID' to Reject-reason-work
             When Tran-requester = spaces
               Move 'REQUESTER MISSING' to Reject-reason-work
             When other
               Continue
           End-evaluate
           .
       Add-pending-entry-par.
           If Pend-count >= 1000 or Change-id-seq >= 9999
             Move 'PENDING TABLE FULL' to Reject-reason-work
           Else
             Add 1 to Pend-count
             Add 1 to Change-id-seq
             Move Change-id-number to Pend-change-id(Pend-count)
             Move Run-date to Pend-request-date(Pend-count)
             Move Run-time to Pend-request-time(Pend-count)
             Move Maint-tran-rec to Pend-tran-image(Pend-count)
             Move spaces to Pend-approver(Pend-count)
             Move 'P' to Pend-status-flag(Pend-count)
           End-if
           .
       Apply-account-tran-par.
           Move Tran-key(1:20) to Tran-account-key
           Perform Find-account-entry-par
           Move Tran-report-line to Print-line-work
           Perform Write-report-line-par
           .
       Write-approval-reject-par.
           Move Reject-reason-work to Reject-reason
           Move Approval-rec to Reject-tran-image
           Write Maint-reject-rec
           If Maint-reject-status not = 0
             Display 'Write failed, file status: '
              Maint-reject-status ' for Maint-reject'
             Move 'Y' to Io-error-switch
           End-if
           Move spaces to Tran-report-line(1:1)
           Move 'APR' to Line-action
           Move spaces to Line-target
           Move Approval-change-id to Line-key
           Move spaces to Line-result
           Move 'REJECTED: ' to Line-result(1:10)
           Move Reject-reason-work to Line-result(11:30)
           Move Tran-report-line to Print-line-work
           Perform Write-report-line-par
           Move spaces to Print-line-work
           Move 'DECISION ' to Print-line-work(4:9)
           Move Approval-decision to Print-line-work(13:7)
           Move 'BY ' to Print-line-work(21:3)
           Move Approval-user-id to Print-line-work(24:8)
           Perform Write-report-line-par
           .
       Report-decided-tran-par.
           Move spaces to Tran-report-line(1:1)
           Move Tran-action to Line-action
           Move Tran-target to Line-target
           Move Tran-key to Line-key
           Move spaces to Line-result
           Move Outcome-text to Line-result
           If Outcome-text = 'DECLINED'
                and Approval-reason not = spaces
             Move 'DECLINED: ' to Line-result(1:10)
             Move Approval-reason to Line-result(11:30)
           End-if
           Move Tran-report-line to Print-line-work
           Perform Write-report-line-par
           Perform Report-change-owner-par
           .
       Report-change-owner-par.
           Move spaces to Print-line-work
           Move 'CHANGE ' to Print-line-work(4:7)
           Move Pend-change-id(Pend-found-index)
            to Print-line-work(11:14)
           Move 'REQUESTED BY ' to Print-line-work(26:13)
           Move Tran-requester to Print-line-work(39:8)
           Move 'ON ' to Print-line-work(48:3)
           Move Pend-request-date(Pend-found-index)
            to Print-line-work(51:8)
           Move Pend-request-time(Pend-found-index)(1:6)
            to Print-line-work(60:6)
           Move 'APPROVER ' to Print-line-work(67:9)
           If Pend-approver(Pend-found-index) = spaces
             Move 'NONE' to Print-line-work(76:8)
           Else
             Move Pend-approver(Pend-found-index)
              to Print-line-work(76:8)
           End-if
           Move 'OUTCOME ' to Print-line-work(85:8)
           Move Outcome-text to Print-line-work(93:20)
           Perform Write-report-line-par
           .
       Report-applied-tran-par.
           Move spaces to Tran-report-line(1:1)
           Move Tran-action to Line-action
             Add 1 to Rules-after-count
           End-if
           .
       Write-pending-new-par.
           Perform Write-one-pending-par
            varying Pend-index from 1 by 1
            until Pend-index > Pend-count
           .
       Write-one-pending-par.
           If Pend-status-flag(Pend-index) = 'P'
             Move Pend-change-id(Pend-index) to Pending-new-change-id
             Move Pend-request-date(Pend-index)
              to Pending-new-request-date
             Move Pend-request-time(Pend-index)
              to Pending-new-request-time
             Move Pend-tran-image(Pend-index) to Pending-new-tran-image
             Write Pending-new-rec
             If Pending-new-status not = 0
               Display 'Write failed, file status: '
                Pending-new-status ' for Pending-new'
               Move 'Y' to Io-error-switch
             End-if
             Add 1 to Pending-after-count
           End-if
           .
       Write-report-sec Section.
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
           Move 'TRANSACTIONS READ' to Report-label-text
           Move Trans-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'TRANSACTIONS PENDING APPROVAL' to Report-label-text
           Move Trans-pending-count to Report-count-value
           Perform Write-report-count-par
           Move 'APPROVALS READ' to Report-label-text
           Move Approvals-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'APPROVALS REJECTED' to Report-label-text
           Move Approvals-rejected-count to Report-count-value
           Perform Write-report-count-par
           Move 'CHANGES APPROVED AND APPLIED' to Report-label-text
           Move Trans-applied-count to Report-count-value
           Perform Write-report-count-par
           Move 'CHANGES DECLINED' to Report-label-text
           Move Trans-declined-count to Report-count-value
           Perform Write-report-count-par
           Move 'CHANGES EXPIRED' to Report-label-text
           Move Trans-expired-count to Report-count-value
           Perform Write-report-count-par
           Move 'TRANSACTIONS REJECTED' to Report-label-text
           Move Trans-rejected-count to Report-count-value
           Perform Write-report-count-par
           Move 'PENDING CHANGES BEFORE' to Report-label-text
           Move Pending-before-count to Report-count-value
           Perform Write-report-count-par
           Move 'PENDING CHANGES AFTER' to Report-label-text
           Move Pending-after-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACCOUNTS BEFORE' to Report-label-text
           Move Accounts-before-count to Report-count-value
           Perform Write-report-count-par
           Close Rules-new
           Close Maint-reject
           Close Maint-report
           Close Pending-new
           Display 'Master maintenance summary for this run:'
           Display '  Transactions read:     ' Trans-read-count
           Display '  Transactions pending:  ' Trans-pending-count
           Display '  Approvals read:        ' Approvals-read-count
           Display '  Approvals rejected:    ' Approvals-rejected-count
           Display '  Transactions applied:  ' Trans-applied-count
           Display '  Changes declined:      ' Trans-declined-count
           Display '  Changes expired:       ' Trans-expired-count
           Display '  Transactions rejected: ' Trans-rejected-count
           Display '  Pending before/after:  ' Pending-before-count
            ' ' Pending-after-count
           Display '  Accounts before/after: ' Accounts-before-count
            ' ' Accounts-after-count
           Display '  Rules before/after:    ' Rules-before-count
             When Io-error-occurred
               Move 12 to Return-code
             When Trans-rejected-count > 0
                  or Approvals-rejected-count > 0
                  or Trans-expired-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
