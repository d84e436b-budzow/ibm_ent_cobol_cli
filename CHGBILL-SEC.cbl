       Identification division.
       Program-id. CHGBILL-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Charge-schedule
            Assign to chgfile
            File status is Charge-schedule-status.
           Select Audit-log
            Assign to audfile
            File status is Audit-status.
           Select Detail-master
            Assign to dtlfile
            File status is Detail-master-status.
           Select Billing-file
            Assign to bilfile
            File status is Billing-file-status.
           Select Sort-work
            Assign to srtfile.
           Select Billing-register
            Assign to bgrfile
            File status is Billing-register-status.
       Data division.
       File section.
       FD Charge-schedule
           Recording mode F.
       1 Schedule-rec.
         2 Schedule-dataset-name pic x(44).
         2 Filler pic x.
         2 Schedule-provider-id pic x(10).
         2 Schedule-rate-group occurs 6 times.
           3 Filler pic x.
           3 Schedule-rate pic 9(5)v9(4).
       FD Audit-log
           Recording mode F.
       1 Audit-rec.
         2 Audit-run-date pic 9(8).
         2 Audit-run-date-parts redefines Audit-run-date.
           3 Audit-run-month pic 9(6).
           3 Filler pic 99.
         2 Filler pic x.
         2 Audit-run-time pic 9(8).
         2 Filler pic x.
         2 Audit-dataset-name pic x(44).
         2 Filler pic x.
         2 Audit-event-total pic 9(9).
         2 Filler pic x.
         2 Audit-final-status pic 99.
         2 Filler pic x.
         2 Audit-exception-flag pic x.
         2 Filler pic x.
         2 Audit-mismatch-flag pic x.
         2 Filler pic x.
         2 Audit-sequence-flag pic x.
         2 Filler pic x.
         2 Audit-validation-flag pic x.
         2 Filler pic x.
         2 Audit-duplicate-count pic 9(9).
         2 Filler pic x.
         2 Audit-forced-flag pic x.
         2 Filler pic x.
         2 Audit-valid-reject-count pic 9(9).
       FD Detail-master
           Recording mode F.
       1 Detail-rec.
         2 Detail-dataset-name pic x(44).
         2 Filler pic x(46).
         2 Detail-date pic 9(8).
         2 Filler pic x(102).
       FD Billing-file
           Recording mode F.
       1 Billing-rec pic x(120).
       SD Sort-work.
       1 Sort-rec.
         2 Sort-provider-id pic x(10).
         2 Sort-dataset-name pic x(44).
         2 Sort-charge-seq pic 9.
         2 Sort-quantity pic 9(9).
         2 Sort-rate pic 9(5)v9(4).
         2 Sort-amount pic 9(11)v99.
       FD Billing-register
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Charge-schedule-status pic 99.
       1 Audit-status pic 99.
       1 Detail-master-status pic 99.
       1 Billing-file-status pic 99.
       1 Billing-register-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-date-parts redefines Run-date.
         2 Run-month pic 9(6).
         2 Filler pic 99.
       1 Run-time pic 9(8) value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Refuse-bill-switch pic x value 'N'.
         88 Billing-refused value 'Y'.
       1 Refuse-reason-text pic x(40) value spaces.
       1 Bill-period pic 9(6) value 0.
       1 Bill-period-parts redefines Bill-period.
         2 Bill-year pic 9(4).
         2 Bill-month pic 99.
       1 Sched-table.
         2 Sched-entry occurs 500 times.
           3 Sched-dataset-name pic x(44).
           3 Sched-provider-id pic x(10).
           3 Sched-rate occurs 6 times pic 9(5)v9(4).
           3 Sched-quantity occurs 6 times pic 9(9) comp.
       1 Sched-count pic 9(4) comp value 0.
       1 Sched-index pic 9(4) comp value 0.
       1 Sched-found-switch pic x value 'N'.
         88 Sched-entry-found value 'Y'.
       1 Sched-found-index pic 9(4) comp value 0.
       1 Sched-rate-valid-switch pic x value 'Y'.
         88 Sched-rates-valid value 'Y'.
       1 Charge-index pic 9(4) comp value 0.
       1 Lookup-dataset pic x(44) value spaces.
       1 Charge-name-table.
         2 Filler pic x(10) value 'FILE'.
         2 Filler pic x(10) value 'DETAIL'.
         2 Filler pic x(10) value 'VALIDREJ'.
         2 Filler pic x(10) value 'DUPLICATE'.
         2 Filler pic x(10) value 'XMLEXCEPT'.
         2 Filler pic x(10) value 'RERUN'.
       1 Charge-name-view redefines Charge-name-table.
         2 Charge-name occurs 6 times pic x(10).
       1 Exc-table.
         2 Exc-entry occurs 500 times.
           3 Exc-dataset-name pic x(44).
           3 Exc-run-count pic 9(9) comp.
           3 Exc-detail-count pic 9(9) comp.
       1 Exc-count pic 9(4) comp value 0.
       1 Exc-index pic 9(4) comp value 0.
       1 Exc-found-switch pic x value 'N'.
         88 Exc-entry-found value 'Y'.
       1 Exc-found-index pic 9(4) comp value 0.
       1 Exc-overflow-count pic 9(9) comp value 0.
       1 Inv-line-table.
         2 Inv-line-entry occurs 300 times.
           3 Inv-line-dataset-name pic x(44).
           3 Inv-line-charge-seq pic 9.
           3 Inv-line-quantity pic 9(9).
           3 Inv-line-rate pic 9(5)v9(4).
           3 Inv-line-amount pic 9(11)v99.
       1 Inv-line-count pic 9(4) comp value 0.
       1 Inv-line-index pic 9(4) comp value 0.
       1 Inv-provider-id pic x(10) value spaces.
       1 Inv-total-amount pic 9(13)v99 value 0.
       1 Sort-end-switch pic x value 'N'.
         88 Sort-returns-done value 'Y'.
       1 Invoice-work.
         2 Invoice-record-type pic x value 'I'.
         2 Filler pic x value space.
         2 Invoice-provider-id pic x(10).
         2 Filler pic x value space.
         2 Invoice-bill-period pic 9(6).
         2 Filler pic x value space.
         2 Invoice-date pic 9(8).
         2 Filler pic x value space.
         2 Invoice-line-total pic 9(5).
         2 Filler pic x value space.
         2 Invoice-total-amount pic 9(11)v99.
         2 Filler pic x(72) value spaces.
       1 Charge-line-work.
         2 Charge-record-type pic x value 'L'.
         2 Filler pic x value space.
         2 Charge-provider-id pic x(10).
         2 Filler pic x value space.
         2 Charge-line-number pic 9(5).
         2 Filler pic x value space.
         2 Charge-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Charge-code pic x(10).
         2 Filler pic x value space.
         2 Charge-quantity pic 9(9).
         2 Filler pic x value space.
         2 Charge-rate pic 9(5)v9(4).
         2 Filler pic x value space.
         2 Charge-amount pic 9(11)v99.
         2 Filler pic x(12) value spaces.
       1 Schedule-read-count pic 9(9) comp value 0.
       1 Schedule-invalid-count pic 9(9) comp value 0.
       1 Audit-read-count pic 9(9) comp value 0.
       1 Audit-month-count pic 9(9) comp value 0.
       1 Details-read-count pic 9(9) comp value 0.
       1 Details-month-count pic 9(9) comp value 0.
       1 Invoices-written-count pic 9(9) comp value 0.
       1 Lines-written-count pic 9(9) comp value 0.
       1 Total-billed-amount pic 9(15)v99 value 0.
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
            value 'CHGBILL PROVIDER BILLING REGISTER     '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(10) value 'PROVIDER'.
         2 Filler pic x value space.
         2 Filler pic x(44) value 'DATASET'.
         2 Filler pic x value space.
         2 Filler pic x(10) value 'CHARGE'.
         2 Filler pic x value space.
         2 Filler pic x(9) value ' QUANTITY'.
         2 Filler pic x value space.
         2 Filler pic x(10) value '      RATE'.
         2 Filler pic x value space.
         2 Filler pic x(14) value '        AMOUNT'.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(10) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(44) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(10) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(10) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(14) value all '-'.
       1 Register-detail-line.
         2 Filler pic x value space.
         2 Reg-provider-id pic x(10).
         2 Filler pic x value space.
         2 Reg-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Reg-charge-code pic x(10).
         2 Filler pic x value space.
         2 Reg-quantity pic zzzzzzzz9.
         2 Filler pic x value space.
         2 Reg-rate pic zzzz9.9999.
         2 Filler pic x value space.
         2 Reg-amount pic zzzzzzzzzz9.99.
       1 Exception-line.
         2 Filler pic x value space.
         2 Filler pic x(11) value spaces.
         2 Exc-line-dataset-name pic x(44).
         2 Filler pic x(6) value ' RUNS '.
         2 Exc-line-run-count pic zzzzzzzz9.
         2 Filler pic x(9) value ' DETAILS '.
         2 Exc-line-detail-count pic zzzzzzzz9.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Check-bill-period-par
           If not Billing-refused
             Perform Load-schedule-par
             Perform Count-audit-runs-par
             Perform Count-details-par
             Sort Sort-work
              on ascending key Sort-provider-id
                               Sort-dataset-name
                               Sort-charge-seq
              input procedure is Gather-charges-sec
              output procedure is Write-invoices-sec
             If Sort-return not = 0
               Display 'Sort failed, sort return: ' Sort-return
               Move 'Y' to Io-error-switch
             End-if
             Perform Write-exceptions-par
           End-if
           Perform Write-run-totals-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Move Run-month to Bill-period
           If Bill-month = 1
             Subtract 1 from Bill-year
             Move 12 to Bill-month
           Else
             Subtract 1 from Bill-month
           End-if
           If Run-parm-len >= 6
                and Run-parm-text(1:6) is numeric
             Move Run-parm-text(1:6) to Bill-period
           End-if
           Display 'Billing month: ' Bill-period
           Open output Billing-file
           If Billing-file-status not = 0
             Display 'Open failed, file status: ' Billing-file-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Billing-register
           If Billing-register-status not = 0
             Display 'Open failed, file status: '
              Billing-register-status
             Close Billing-file
             Move 12 to Return-code
             Goback
           End-if
           .
       Check-bill-period-par.
           Evaluate true
             When Bill-month < 1 or Bill-month > 12
               Move 'MONTH NOT VALID' to Refuse-reason-text
               Move 'Y' to Refuse-bill-switch
             When Bill-period > Run-month
               Move 'MONTH HAS NOT STARTED' to Refuse-reason-text
               Move 'Y' to Refuse-bill-switch
             When other
               Continue
           End-evaluate
           If Billing-refused
             Display 'BILLING REFUSED FOR MONTH ' Bill-period ': '
              Refuse-reason-text
             Move spaces to Print-line-work
             Move 'BILLING REFUSED FOR MONTH' to Print-line-work(2:25)
             Move Bill-period to Print-line-work(28:6)
             Move Refuse-reason-text to Print-line-work(36:40)
             Perform Write-report-line-par
           End-if
           .
       Load-inputs-sec Section.
       Load-schedule-par.
           Open input Charge-schedule
           If Charge-schedule-status = 0
             Perform Read-schedule-record-par
              until Charge-schedule-status not = 0
             Close Charge-schedule
           Else
             If Charge-schedule-status = 35
               Display 'Charge-schedule not present; '
                'every dataset is an exception'
             Else
               Display 'Open failed, file status: '
                Charge-schedule-status ' for Charge-schedule'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-schedule-record-par.
           Read Charge-schedule
           If Charge-schedule-status = 0
                and Schedule-rec not = spaces
             Add 1 to Schedule-read-count
             Move 'Y' to Sched-rate-valid-switch
             Perform Check-schedule-rate-par
              varying Charge-index from 1 by 1
              until Charge-index > 6
             Move Schedule-dataset-name to Lookup-dataset
             Perform Find-schedule-par
             Evaluate true
               When Schedule-dataset-name = spaces
                    or Schedule-provider-id = spaces
                 Add 1 to Schedule-invalid-count
                 Display 'CHARGE SCHEDULE KEY MISSING; ignored: '
                  Schedule-rec
               When not Sched-rates-valid
                 Add 1 to Schedule-invalid-count
                 Display 'CHARGE SCHEDULE RATE NOT NUMERIC; '
                  'ignored: ' Schedule-dataset-name
               When Sched-entry-found
                 Add 1 to Schedule-invalid-count
                 Display 'CHARGE SCHEDULE DUPLICATE; ignored: '
                  Schedule-dataset-name
               When Sched-count >= 500
                 Add 1 to Schedule-invalid-count
                 Display 'CHARGE SCHEDULE TABLE FULL; ignored: '
                  Schedule-dataset-name
               When other
                 Add 1 to Sched-count
                 Move Schedule-dataset-name
                  to Sched-dataset-name(Sched-count)
                 Move Schedule-provider-id
                  to Sched-provider-id(Sched-count)
                 Perform Store-schedule-rate-par
                  varying Charge-index from 1 by 1
                  until Charge-index > 6
             End-evaluate
           End-if
           .
       Check-schedule-rate-par.
           If Schedule-rate(Charge-index) not numeric
             Move 'N' to Sched-rate-valid-switch
           End-if
           .
       Store-schedule-rate-par.
           Move Schedule-rate(Charge-index)
            to Sched-rate(Sched-count, Charge-index)
           Move 0 to Sched-quantity(Sched-count, Charge-index)
           .
       Find-schedule-par.
           Move 'N' to Sched-found-switch
           Move 0 to Sched-found-index
           Perform Match-schedule-par
            varying Sched-index from 1 by 1
            until Sched-index > Sched-count or Sched-entry-found
           .
       Match-schedule-par.
           If Lookup-dataset = Sched-dataset-name(Sched-index)
             Move 'Y' to Sched-found-switch
             Move Sched-index to Sched-found-index
           End-if
           .
       Count-audit-runs-par.
           Open input Audit-log
           If Audit-status = 0
             Perform Read-audit-record-par
              until Audit-status not = 0
             Close Audit-log
           Else
             If Audit-status = 35
               Display 'Audit-log not present; no runs to bill'
             Else
               Display 'Open failed, file status: '
                Audit-status ' for Audit-log'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-audit-record-par.
           Read Audit-log
           If Audit-status = 0
             Add 1 to Audit-read-count
             If Audit-run-month = Bill-period
               Add 1 to Audit-month-count
               Move Audit-dataset-name to Lookup-dataset
               Perform Find-schedule-par
               If Sched-entry-found
                 Move Sched-found-index to Sched-index
                 Add 1 to Sched-quantity(Sched-index, 1)
                 Add Audit-valid-reject-count
                  to Sched-quantity(Sched-index, 3)
                 Add Audit-duplicate-count
                  to Sched-quantity(Sched-index, 4)
                 If Audit-exception-flag = 'Y'
                   Add 1 to Sched-quantity(Sched-index, 5)
                 End-if
                 If Audit-forced-flag = 'Y'
                   Add 1 to Sched-quantity(Sched-index, 6)
                 End-if
               Else
                 Perform Find-exception-par
                 If Exc-entry-found
                   Add 1 to Exc-run-count(Exc-found-index)
                 End-if
               End-if
             End-if
           End-if
           .
       Count-details-par.
           Open input Detail-master
           If Detail-master-status = 0
             Perform Read-detail-record-par
              until Detail-master-status not = 0
             Close Detail-master
           Else
             If Detail-master-status = 35
               Display 'Detail-master not present; no details to bill'
             Else
               Display 'Open failed, file status: '
                Detail-master-status ' for Detail-master'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-detail-record-par.
           Read Detail-master
           If Detail-master-status = 0
                and Detail-dataset-name not = spaces
             Add 1 to Details-read-count
             If Detail-date(1:6) = Bill-period
               Add 1 to Details-month-count
               Move Detail-dataset-name to Lookup-dataset
               Perform Find-schedule-par
               If Sched-entry-found
                 Add 1 to Sched-quantity(Sched-found-index, 2)
               Else
                 Perform Find-exception-par
                 If Exc-entry-found
                   Add 1 to Exc-detail-count(Exc-found-index)
                 End-if
               End-if
             End-if
           End-if
           .
       Find-exception-par.
           Move 'N' to Exc-found-switch
           Move 0 to Exc-found-index
           Perform Match-exception-par
            varying Exc-index from 1 by 1
            until Exc-index > Exc-count or Exc-entry-found
           If not Exc-entry-found
             If Exc-count < 500
               Add 1 to Exc-count
               Move Lookup-dataset to Exc-dataset-name(Exc-count)
               Move 0 to Exc-run-count(Exc-count)
               Move 0 to Exc-detail-count(Exc-count)
               Move 'Y' to Exc-found-switch
               Move Exc-count to Exc-found-index
             Else
               Add 1 to Exc-overflow-count
             End-if
           End-if
           .
       Match-exception-par.
           If Lookup-dataset = Exc-dataset-name(Exc-index)
             Move 'Y' to Exc-found-switch
             Move Exc-index to Exc-found-index
           End-if
           .
       Gather-charges-sec Section.
       Gather-charges-par.
           Perform Release-schedule-charges-par
            varying Sched-index from 1 by 1
            until Sched-index > Sched-count
           .
       Gather-support-sec Section.
       Release-schedule-charges-par.
           Perform Release-one-charge-par
            varying Charge-index from 1 by 1
            until Charge-index > 6
           .
       Release-one-charge-par.
           If Sched-quantity(Sched-index, Charge-index) > 0
             Move Sched-provider-id(Sched-index) to Sort-provider-id
             Move Sched-dataset-name(Sched-index) to Sort-dataset-name
             Move Charge-index to Sort-charge-seq
             Move Sched-quantity(Sched-index, Charge-index)
              to Sort-quantity
             Move Sched-rate(Sched-index, Charge-index) to Sort-rate
             Compute Sort-amount rounded =
              Sort-quantity * Sort-rate
             Release Sort-rec
           End-if
           .
       Write-invoices-sec Section.
       Write-invoices-par.
           Move 'N' to Sort-end-switch
           Move spaces to Inv-provider-id
           Move 0 to Inv-line-count
           Perform Return-charge-par
            until Sort-returns-done
           If Inv-line-count > 0
             Perform Write-invoice-par
           End-if
           .
       Write-invoices-support-sec Section.
       Return-charge-par.
           Return Sort-work
             at end
               Move 'Y' to Sort-end-switch
             not at end
               Perform Collect-charge-par
           End-return
           .
       Collect-charge-par.
           If Sort-provider-id not = Inv-provider-id
             If Inv-line-count > 0
               Perform Write-invoice-par
             End-if
             Move Sort-provider-id to Inv-provider-id
             Move 0 to Inv-line-count
             Move 0 to Inv-total-amount
           End-if
           If Inv-line-count < 300
             Add 1 to Inv-line-count
             Move Sort-dataset-name
              to Inv-line-dataset-name(Inv-line-count)
             Move Sort-charge-seq to Inv-line-charge-seq(Inv-line-count)
             Move Sort-quantity to Inv-line-quantity(Inv-line-count)
             Move Sort-rate to Inv-line-rate(Inv-line-count)
             Move Sort-amount to Inv-line-amount(Inv-line-count)
             Add Sort-amount to Inv-total-amount
           Else
             Display 'INVOICE LINE TABLE FULL FOR PROVIDER '
              Sort-provider-id '; invoice incomplete'
             Move 'Y' to Io-error-switch
           End-if
           .
       Write-invoice-par.
           Move Inv-provider-id to Invoice-provider-id
           Move Bill-period to Invoice-bill-period
           Move Run-date to Invoice-date
           Move Inv-line-count to Invoice-line-total
           Move Inv-total-amount to Invoice-total-amount
           Write Billing-rec from Invoice-work
           Perform Check-billing-write-par
           Add 1 to Invoices-written-count
           Add Inv-total-amount to Total-billed-amount
           Perform Write-charge-line-par
            varying Inv-line-index from 1 by 1
            until Inv-line-index > Inv-line-count
           Move spaces to Print-line-work
           Move 'PROVIDER TOTAL' to Print-line-work(13:14)
           Move Inv-total-amount to Reg-amount
           Move Reg-amount to Print-line-work(90:14)
           Perform Write-report-line-par
           Move spaces to Print-line-work
           Perform Write-report-line-par
           .
       Write-charge-line-par.
           Move Inv-provider-id to Charge-provider-id
           Move Inv-line-index to Charge-line-number
           Move Inv-line-dataset-name(Inv-line-index)
            to Charge-dataset-name
           Move Charge-name(Inv-line-charge-seq(Inv-line-index))
            to Charge-code
           Move Inv-line-quantity(Inv-line-index) to Charge-quantity
           Move Inv-line-rate(Inv-line-index) to Charge-rate
           Move Inv-line-amount(Inv-line-index) to Charge-amount
           Write Billing-rec from Charge-line-work
           Perform Check-billing-write-par
           Add 1 to Lines-written-count
           Move Charge-provider-id to Reg-provider-id
           Move Charge-dataset-name to Reg-dataset-name
           Move Charge-code to Reg-charge-code
           Move Charge-quantity to Reg-quantity
           Move Charge-rate to Reg-rate
           Move Charge-amount to Reg-amount
           Move Register-detail-line to Print-line-work
           Perform Write-report-line-par
           .
       Check-billing-write-par.
           If Billing-file-status not = 0
             Display 'Write failed, file status: '
              Billing-file-status ' for Billing-file'
             Move 'Y' to Io-error-switch
           End-if
           .
       Write-report-sec Section.
       Write-exceptions-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'DATASETS WITH NO CHARGE SCHEDULE (NOT BILLED)'
            to Print-line-work(2:45)
           Perform Write-report-line-par
           If Exc-count = 0
             Move 'NONE' to Print-line-work(13:4)
             Perform Write-report-line-par
           Else
             Perform Write-exception-line-par
              varying Exc-index from 1 by 1
              until Exc-index > Exc-count
           End-if
           If Exc-overflow-count > 0
             Display 'EXCEPTION TABLE FULL; records not listed: '
              Exc-overflow-count
             Move 'RECORDS NOT LISTED (TABLE FULL)'
              to Report-label-text
             Move Exc-overflow-count to Report-count-value
             Perform Write-report-count-par
           End-if
           .
       Write-exception-line-par.
           Display 'NO CHARGE SCHEDULE FOR DATASET: '
            Exc-dataset-name(Exc-index)
           Move Exc-dataset-name(Exc-index) to Exc-line-dataset-name
           Move Exc-run-count(Exc-index) to Exc-line-run-count
           Move Exc-detail-count(Exc-index) to Exc-line-detail-count
           Move Exception-line to Print-line-work
           Perform Write-report-line-par
           .
       Write-run-totals-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'BILLING MONTH' to Print-line-work(4:13)
           Move Bill-period to Print-line-work(39:6)
           Perform Write-report-line-par
           Move 'SCHEDULE RECORDS READ' to Report-label-text
           Move Schedule-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'SCHEDULE RECORDS IGNORED' to Report-label-text
           Move Schedule-invalid-count to Report-count-value
           Perform Write-report-count-par
           Move 'AUDIT RUNS IN MONTH' to Report-label-text
           Move Audit-month-count to Report-count-value
           Perform Write-report-count-par
           Move 'DETAILS READ' to Report-label-text
           Move Details-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'DETAILS IN MONTH' to Report-label-text
           Move Details-month-count to Report-count-value
           Perform Write-report-count-par
           Move 'INVOICES WRITTEN' to Report-label-text
           Move Invoices-written-count to Report-count-value
           Perform Write-report-count-par
           Move 'CHARGE LINES WRITTEN' to Report-label-text
           Move Lines-written-count to Report-count-value
           Perform Write-report-count-par
           Move 'DATASETS WITH NO SCHEDULE' to Report-label-text
           Move Exc-count to Report-count-value
           Perform Write-report-count-par
           Move 'TOTAL AMOUNT BILLED' to Report-label-text
           Move Total-billed-amount to Report-amount-value
           Perform Write-report-amount-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Billing-register-status not = 0
             Display 'Write failed, file status: '
              Billing-register-status ' for Billing-register'
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
           If Billing-register-status not = 0
             Display 'Write failed, file status: '
              Billing-register-status ' for Billing-register'
             Move 'Y' to Io-error-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Close Billing-file
           Close Billing-register
           Display 'Provider billing summary for this run:'
           Display '  Billing month:          ' Bill-period
           Display '  Schedule records read:  ' Schedule-read-count
           Display '  Schedule ignored:       ' Schedule-invalid-count
           Display '  Audit runs in month:    ' Audit-month-count
           Display '  Details read:           ' Details-read-count
           Display '  Details in month:       ' Details-month-count
           Display '  Invoices written:       ' Invoices-written-count
           Display '  Charge lines written:   ' Lines-written-count
           Display '  Datasets, no schedule:  ' Exc-count
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Billing-refused
               Move 8 to Return-code
             When Exc-count > 0
                  or Schedule-invalid-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program CHGBILL-PAR.
