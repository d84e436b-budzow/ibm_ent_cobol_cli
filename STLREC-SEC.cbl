       Identification division.
       Program-id. STLREC-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Detail-master
            Assign to dtlfile
            File status is Detail-master-status.
           Select Bank-settlement
            Assign to stlfile
            File status is Bank-settlement-status.
           Select Open-items-in
            Assign to soifile
            File status is Open-items-in-status.
           Select Open-items-out
            Assign to sonfile
            File status is Open-items-out-status.
           Select Result-work
            Assign to srwfile
            File status is Result-work-status.
           Select Sort-work
            Assign to srtfile.
           Select Settlement-report
            Assign to srrfile
            File status is Settlement-report-status.
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
       FD Bank-settlement
           Recording mode F.
       1 Settle-rec.
         2 Settle-account pic x(20).
         2 Filler pic x.
         2 Settle-reference pic x(20).
         2 Filler pic x.
         2 Settle-amount pic 9(11)v99.
         2 Filler pic x.
         2 Settle-sign pic x.
         2 Filler pic x.
         2 Settle-currency pic x(3).
         2 Filler pic x.
         2 Settle-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Settle-value-date pic 9(8).
       FD Open-items-in
           Recording mode F.
       1 Open-in-rec pic x(150).
       FD Open-items-out
           Recording mode F.
       1 Open-item-rec.
         2 Open-side pic x.
         2 Filler pic x value space.
         2 Open-first-seen pic 9(8).
         2 Filler pic x value space.
         2 Open-account pic x(20).
         2 Filler pic x value space.
         2 Open-reference pic x(20).
         2 Filler pic x value space.
         2 Open-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Open-sign pic x.
         2 Filler pic x value space.
         2 Open-currency pic x(3).
         2 Filler pic x value space.
         2 Open-base-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Open-item-date pic 9(8).
         2 Filler pic x value space.
         2 Open-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Open-event-number pic 9(9).
       FD Result-work
           Recording mode F.
       1 Result-rec.
         2 Result-list-code pic 9.
         2 Filler pic x value space.
         2 Result-account pic x(20).
         2 Filler pic x value space.
         2 Result-reference pic x(20).
         2 Filler pic x value space.
         2 Result-currency pic x(3).
         2 Filler pic x value space.
         2 Result-our-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Result-our-sign pic x.
         2 Filler pic x value space.
         2 Result-bank-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Result-bank-sign pic x.
         2 Filler pic x value space.
         2 Result-base-difference pic s9(11)v99.
         2 Filler pic x value space.
         2 Result-first-seen pic 9(8).
         2 Filler pic x value space.
         2 Result-age-days pic 9(5).
         2 Filler pic x value space.
         2 Result-bucket pic 9.
         2 Filler pic x value space.
         2 Result-event-number pic 9(9).
       SD Sort-work.
       1 Sort-rec.
         2 Sort-side pic x.
         2 Filler pic x.
         2 Sort-first-seen pic 9(8).
         2 Filler pic x.
         2 Sort-account pic x(20).
         2 Filler pic x.
         2 Sort-reference pic x(20).
         2 Filler pic x.
         2 Sort-amount pic 9(11)v99.
         2 Filler pic x.
         2 Sort-sign pic x.
         2 Filler pic x.
         2 Sort-currency pic x(3).
         2 Filler pic x.
         2 Sort-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Sort-item-date pic 9(8).
         2 Filler pic x.
         2 Sort-dataset-name pic x(44).
         2 Filler pic x.
         2 Sort-event-number pic 9(9).
       FD Settlement-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Detail-master-status pic 99.
       1 Bank-settlement-status pic 99.
       1 Open-items-in-status pic 99.
       1 Open-items-out-status pic 99.
       1 Result-work-status pic 99.
       1 Settlement-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Settlement-date pic 9(8) value 0.
       1 Settlement-day-number pic 9(9) comp value 0.
       1 Base-tolerance pic 9(7)v99 value 0.
       1 Tolerance-parm-text pic x(9).
       1 Tolerance-parm-value redefines Tolerance-parm-text
          pic 9(7)v99.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Sort-end-switch pic x value 'N'.
         88 Sort-returns-done value 'Y'.
       1 Group-active-switch pic x value 'N'.
         88 Group-active value 'Y'.
       1 Prior-account pic x(20).
       1 Prior-reference pic x(20).
       1 Group-limit pic 9(4) comp value 100.
       1 Ours-count pic 9(4) comp value 0.
       1 Ours-table.
         2 Ours-entry occurs 100 times.
           3 Ours-item pic x(150).
           3 Ours-used pic x.
       1 Bank-count pic 9(4) comp value 0.
       1 Bank-table.
         2 Bank-entry occurs 100 times.
           3 Bank-item pic x(150).
           3 Bank-used pic x.
       1 Ours-index pic 9(4) comp value 0.
       1 Bank-index pic 9(4) comp value 0.
       1 Pair-found-switch pic x value 'N'.
         88 Pair-found value 'Y'.
       1 Our-item-work.
         2 Our-side pic x.
         2 Filler pic x.
         2 Our-first-seen pic 9(8).
         2 Filler pic x.
         2 Our-account pic x(20).
         2 Filler pic x.
         2 Our-reference pic x(20).
         2 Filler pic x.
         2 Our-amount pic 9(11)v99.
         2 Filler pic x.
         2 Our-sign pic x.
         2 Filler pic x.
         2 Our-currency pic x(3).
         2 Filler pic x.
         2 Our-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Our-item-date pic 9(8).
         2 Filler pic x.
         2 Our-dataset-name pic x(44).
         2 Filler pic x.
         2 Our-event-number pic 9(9).
       1 Bank-item-work.
         2 Bank-side pic x.
         2 Filler pic x.
         2 Bank-first-seen pic 9(8).
         2 Filler pic x.
         2 Bank-account pic x(20).
         2 Filler pic x.
         2 Bank-reference pic x(20).
         2 Filler pic x.
         2 Bank-amount pic 9(11)v99.
         2 Filler pic x.
         2 Bank-sign pic x.
         2 Filler pic x.
         2 Bank-currency pic x(3).
         2 Filler pic x.
         2 Bank-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Bank-item-date pic 9(8).
         2 Filler pic x.
         2 Bank-dataset-name pic x(44).
         2 Filler pic x.
         2 Bank-event-number pic 9(9).
       1 Base-difference pic s9(11)v99 value 0.
       1 Base-difference-abs pic 9(11)v99 value 0.
       1 Item-first-seen pic 9(8) value 0.
       1 Item-amount pic 9(11)v99 value 0.
       1 Item-age-days pic 9(5) value 0.
       1 Item-bucket pic 9 value 0.
       1 Details-read-count pic 9(9) comp value 0.
       1 Settlements-read-count pic 9(9) comp value 0.
       1 Carried-ours-count pic 9(9) comp value 0.
       1 Carried-bank-count pic 9(9) comp value 0.
       1 Open-written-count pic 9(9) comp value 0.
       1 Group-overflow-count pic 9(9) comp value 0.
       1 List-totals.
         2 List-total occurs 4 times.
           3 List-count pic 9(9) comp.
           3 List-amount pic 9(13)v99.
       1 Aging-totals.
         2 Aging-list occurs 4 times.
           3 Aging-bucket occurs 3 times.
             4 Aging-count pic 9(9) comp.
             4 Aging-amount pic 9(13)v99.
       1 List-index pic 9 value 0.
       1 Bucket-index pic 9 value 0.
       1 List-names-values.
         2 Filler pic x(30) value 'MATCHED'.
         2 Filler pic x(30) value 'ON OUR SIDE ONLY'.
         2 Filler pic x(30) value 'ON THE BANK SIDE ONLY'.
         2 Filler pic x(30) value 'AMOUNT BREAKS'.
       1 List-names redefines List-names-values.
         2 List-name pic x(30) occurs 4 times.
       1 Bucket-names-values.
         2 Filler pic x(5) value '0-1'.
         2 Filler pic x(5) value '2-5'.
         2 Filler pic x(5) value 'OVER5'.
       1 Bucket-names redefines Bucket-names-values.
         2 Bucket-name pic x(5) occurs 3 times.
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
       1 Report-head-1.
         2 Filler pic x value space.
         2 Filler pic x(38)
            value 'STLREC BANK SETTLEMENT RECONCILIATION '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(17) value 'SETTLEMENT DATE: '.
         2 Head-settlement-date pic 9(8).
         2 Filler pic x(4) value spaces.
         2 Filler pic x(16) value 'BASE TOLERANCE: '.
         2 Head-tolerance pic z(6)9.99.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(20) value 'ACCOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(20) value 'REFERENCE'.
         2 Filler pic x value space.
         2 Filler pic x(3) value 'CCY'.
         2 Filler pic x value space.
         2 Filler pic x(15) value '     OUR AMOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(15) value '    BANK AMOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(15) value '      BASE DIFF'.
         2 Filler pic x value space.
         2 Filler pic x(8) value 'FIRST'.
         2 Filler pic x value space.
         2 Filler pic x(5) value '  AGE'.
         2 Filler pic x value space.
         2 Filler pic x(5) value 'AGING'.
         2 Filler pic x value space.
         2 Filler pic x(9) value '    EVENT'.
       1 Report-head-4.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(3) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(15) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(15) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(15) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(8) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(5) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(5) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
       1 Result-line.
         2 Filler pic x value space.
         2 Line-account pic x(20).
         2 Filler pic x value space.
         2 Line-reference pic x(20).
         2 Filler pic x value space.
         2 Line-currency pic x(3).
         2 Filler pic x value space.
         2 Line-our-amount pic z(10)9.99.
         2 Line-our-sign pic x.
         2 Filler pic x value space.
         2 Line-bank-amount pic z(10)9.99.
         2 Line-bank-sign pic x.
         2 Filler pic x value space.
         2 Line-base-difference pic -(11)9.99.
         2 Filler pic x value space.
         2 Line-first-seen pic 9(8).
         2 Filler pic x value space.
         2 Line-age-days pic zzzz9.
         2 Filler pic x value space.
         2 Line-bucket pic x(5).
         2 Filler pic x value space.
         2 Line-event-number pic zzzzzzzz9.
       1 List-total-line.
         2 Filler pic x value space.
         2 Total-label pic x(34).
         2 Filler pic x value space.
         2 Total-count pic zzzzzzzz9.
         2 Filler pic x(4) value spaces.
         2 Total-amount pic z(12)9.99.
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
         2 Filler pic x(26) value '  0-1 DYS           AMOUNT'.
         2 Filler pic x(26) value '  2-5 DYS           AMOUNT'.
         2 Filler pic x(26) value '  >5 DAYS           AMOUNT'.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Sort Sort-work
            on ascending key Sort-account
                             Sort-reference
                             Sort-side
                             Sort-first-seen
            input procedure is Gather-items-sec
            output procedure is Match-items-sec
           If Sort-return not = 0
             Display 'Sort failed, sort return: ' Sort-return
             Move 'Y' to Io-error-switch
           End-if
           Close Open-items-out
           Close Result-work
           Perform Print-results-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Move Run-date to Settlement-date
           If Run-parm-len >= 8
                and Run-parm-text(1:8) is numeric
             Move Run-parm-text(1:8) to Settlement-date
           End-if
           If Run-parm-len >= 17
                and Run-parm-text(9:9) is numeric
             Move Run-parm-text(9:9) to Tolerance-parm-text
             Move Tolerance-parm-value to Base-tolerance
           End-if
           Display 'Settlement date: ' Settlement-date
            ' base tolerance: ' Base-tolerance
           Move Settlement-date to Day-calc-date
           Perform Compute-day-number-par
           Move Day-calc-number to Settlement-day-number
           Initialize List-totals
           Initialize Aging-totals
           Open output Open-items-out
           If Open-items-out-status not = 0
             Display 'Open failed, file status: ' Open-items-out-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Result-work
           If Result-work-status not = 0
             Display 'Open failed, file status: ' Result-work-status
             Close Open-items-out
             Move 12 to Return-code
             Goback
           End-if
           Open output Settlement-report
           If Settlement-report-status not = 0
             Display 'Open failed, file status: '
              Settlement-report-status
             Close Open-items-out
             Close Result-work
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
       Gather-items-sec Section.
       Gather-items-par.
           Perform Gather-carried-par
           Perform Gather-details-par
           Perform Gather-settlements-par
           .
       Gather-support-sec Section.
       Gather-carried-par.
           Open input Open-items-in
           If Open-items-in-status = 0
             Perform Release-carried-par
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
       Release-carried-par.
           Read Open-items-in into Sort-rec
           If Open-items-in-status = 0
             If Sort-side = 'B'
               Add 1 to Carried-bank-count
             Else
               Move 'O' to Sort-side
               Add 1 to Carried-ours-count
             End-if
             Release Sort-rec
           End-if
           .
       Gather-details-par.
           Open input Detail-master
           If Detail-master-status = 0
             Perform Release-detail-par
              until Detail-master-status not = 0
             Close Detail-master
           Else
             If Detail-master-status = 35
               Display 'Detail-master not present; no details'
             Else
               Display 'Open failed, file status: '
                Detail-master-status ' for Detail-master'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Release-detail-par.
           Read Detail-master
           If Detail-master-status = 0
             Add 1 to Details-read-count
             Move spaces to Sort-rec
             Move 'O' to Sort-side
             Move Settlement-date to Sort-first-seen
             Move Detail-account to Sort-account
             Move Detail-reference to Sort-reference
             Move Detail-amount to Sort-amount
             Move Detail-sign to Sort-sign
             Move Detail-currency to Sort-currency
             Move Detail-base-amount to Sort-base-amount
             Move Detail-date to Sort-item-date
             Move Detail-dataset-name to Sort-dataset-name
             Move Detail-event-number to Sort-event-number
             Release Sort-rec
           End-if
           .
       Gather-settlements-par.
           Open input Bank-settlement
           If Bank-settlement-status = 0
             Perform Release-settlement-par
              until Bank-settlement-status not = 0
             Close Bank-settlement
           Else
             If Bank-settlement-status = 35
               Display 'Bank-settlement not present; no bank items'
             Else
               Display 'Open failed, file status: '
                Bank-settlement-status ' for Bank-settlement'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Release-settlement-par.
           Read Bank-settlement
           If Bank-settlement-status = 0
             Add 1 to Settlements-read-count
             Move spaces to Sort-rec
             Move 'B' to Sort-side
             Move Settlement-date to Sort-first-seen
             Move Settle-account to Sort-account
             Move Settle-reference to Sort-reference
             Move Settle-amount to Sort-amount
             Move Settle-sign to Sort-sign
             Move Settle-currency to Sort-currency
             Move Settle-base-amount to Sort-base-amount
             Move Settle-value-date to Sort-item-date
             Move 0 to Sort-event-number
             Release Sort-rec
           End-if
           .
       Match-items-sec Section.
       Match-items-par.
           Move 'N' to Sort-end-switch
           Move 'N' to Group-active-switch
           Perform Return-sorted-item-par
            until Sort-returns-done
           If Group-active
             Perform Match-group-par
           End-if
           .
       Match-support-sec Section.
       Return-sorted-item-par.
           Return Sort-work
             at end
               Move 'Y' to Sort-end-switch
             not at end
               Perform Collect-sorted-item-par
           End-return
           .
       Collect-sorted-item-par.
           If Group-active
             If Sort-account not = Prior-account or
                Sort-reference not = Prior-reference
               Perform Match-group-par
               Perform Start-new-group-par
             End-if
           Else
             Perform Start-new-group-par
             Move 'Y' to Group-active-switch
           End-if
           If Sort-side = 'B'
             If Bank-count < Group-limit
               Add 1 to Bank-count
               Move Sort-rec to Bank-item(Bank-count)
               Move 'N' to Bank-used(Bank-count)
             Else
               Add 1 to Group-overflow-count
               Move Sort-rec to Bank-item-work
               Perform Write-bank-only-par
             End-if
           Else
             If Ours-count < Group-limit
               Add 1 to Ours-count
               Move Sort-rec to Ours-item(Ours-count)
               Move 'N' to Ours-used(Ours-count)
             Else
               Add 1 to Group-overflow-count
               Move Sort-rec to Our-item-work
               Perform Write-ours-only-par
             End-if
           End-if
           .
       Start-new-group-par.
           Move Sort-account to Prior-account
           Move Sort-reference to Prior-reference
           Move 0 to Ours-count
           Move 0 to Bank-count
           .
       Match-group-par.
           Perform Match-exact-par
            varying Ours-index from 1 by 1
            until Ours-index > Ours-count
           Perform Pair-break-par
            varying Ours-index from 1 by 1
            until Ours-index > Ours-count
           Perform Report-ours-left-par
            varying Ours-index from 1 by 1
            until Ours-index > Ours-count
           Perform Report-bank-left-par
            varying Bank-index from 1 by 1
            until Bank-index > Bank-count
           .
       Match-exact-par.
           Move Ours-item(Ours-index) to Our-item-work
           Move 'N' to Pair-found-switch
           Perform Try-exact-bank-par
            varying Bank-index from 1 by 1
            until Bank-index > Bank-count or Pair-found
           If Pair-found
             Subtract 1 from Bank-index
             Move 'Y' to Ours-used(Ours-index)
             Move 'Y' to Bank-used(Bank-index)
             Move 1 to List-index
             Perform Write-pair-result-par
           End-if
           .
       Try-exact-bank-par.
           If Bank-used(Bank-index) = 'N'
             Move Bank-item(Bank-index) to Bank-item-work
             If Bank-amount = Our-amount
                and Bank-sign = Our-sign
               Perform Compute-base-difference-par
               If Base-difference-abs <= Base-tolerance
                 Move 'Y' to Pair-found-switch
               End-if
             End-if
           End-if
           .
       Pair-break-par.
           If Ours-used(Ours-index) = 'N'
             Move Ours-item(Ours-index) to Our-item-work
             Move 'N' to Pair-found-switch
             Perform Try-break-bank-par
              varying Bank-index from 1 by 1
              until Bank-index > Bank-count or Pair-found
             If Pair-found
               Subtract 1 from Bank-index
               Move Bank-item(Bank-index) to Bank-item-work
               Move 'Y' to Ours-used(Ours-index)
               Move 'Y' to Bank-used(Bank-index)
               Perform Compute-base-difference-par
               Move 4 to List-index
               Perform Write-pair-result-par
               Move Ours-item(Ours-index) to Open-item-rec
               Perform Write-open-item-par
               Move Bank-item(Bank-index) to Open-item-rec
               Perform Write-open-item-par
             End-if
           End-if
           .
       Try-break-bank-par.
           If Bank-used(Bank-index) = 'N'
             Move 'Y' to Pair-found-switch
           End-if
           .
       Report-ours-left-par.
           If Ours-used(Ours-index) = 'N'
             Move Ours-item(Ours-index) to Our-item-work
             Perform Write-ours-only-par
           End-if
           .
       Report-bank-left-par.
           If Bank-used(Bank-index) = 'N'
             Move Bank-item(Bank-index) to Bank-item-work
             Perform Write-bank-only-par
           End-if
           .
       Compute-base-difference-par.
           Compute Base-difference = Our-base-amount - Bank-base-amount
           If Base-difference < 0
             Compute Base-difference-abs = 0 - Base-difference
           Else
             Move Base-difference to Base-difference-abs
           End-if
           .
       Write-pair-result-par.
           Move spaces to Result-rec
           Move List-index to Result-list-code
           Move Our-account to Result-account
           Move Our-reference to Result-reference
           Move Our-currency to Result-currency
           Move Our-amount to Result-our-amount
           Move Our-sign to Result-our-sign
           Move Bank-amount to Result-bank-amount
           Move Bank-sign to Result-bank-sign
           Move Base-difference to Result-base-difference
           Move Our-first-seen to Item-first-seen
           If Bank-first-seen < Item-first-seen
             Move Bank-first-seen to Item-first-seen
           End-if
           Move Our-event-number to Result-event-number
           Move Our-amount to Item-amount
           Perform Age-result-par
           .
       Write-ours-only-par.
           Move spaces to Result-rec
           Move 2 to Result-list-code
           Move 2 to List-index
           Move Our-account to Result-account
           Move Our-reference to Result-reference
           Move Our-currency to Result-currency
           Move Our-amount to Result-our-amount
           Move Our-sign to Result-our-sign
           Move 0 to Result-bank-amount
           Move 0 to Result-base-difference
           Move Our-first-seen to Item-first-seen
           Move Our-event-number to Result-event-number
           Move Our-amount to Item-amount
           Perform Age-result-par
           Move Our-item-work to Open-item-rec
           Perform Write-open-item-par
           .
       Write-bank-only-par.
           Move spaces to Result-rec
           Move 3 to Result-list-code
           Move 3 to List-index
           Move Bank-account to Result-account
           Move Bank-reference to Result-reference
           Move Bank-currency to Result-currency
           Move 0 to Result-our-amount
           Move Bank-amount to Result-bank-amount
           Move Bank-sign to Result-bank-sign
           Move 0 to Result-base-difference
           Move Bank-first-seen to Item-first-seen
           Move 0 to Result-event-number
           Move Bank-amount to Item-amount
           Perform Age-result-par
           Move Bank-item-work to Open-item-rec
           Perform Write-open-item-par
           .
       Age-result-par.
           Move Item-first-seen to Result-first-seen
           Move 0 to Item-age-days
           If Item-first-seen is numeric and Item-first-seen > 0
             Move Item-first-seen to Day-calc-date
             Perform Compute-day-number-par
             If Settlement-day-number > Day-calc-number
               Compute Item-age-days =
                Settlement-day-number - Day-calc-number
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
           Move Item-age-days to Result-age-days
           Move Item-bucket to Result-bucket
           Add 1 to List-count(List-index)
           Add Item-amount to List-amount(List-index)
           If List-index > 1
             Move Item-bucket to Bucket-index
             Add 1 to Aging-count(List-index Bucket-index)
             Add Item-amount to Aging-amount(List-index Bucket-index)
           End-if
           Write Result-rec
           If Result-work-status not = 0
             Display 'Write failed, file status: '
              Result-work-status ' for Result-work'
             Move 'Y' to Io-error-switch
           End-if
           .
       Write-open-item-par.
           Write Open-item-rec
           If Open-items-out-status not = 0
             Display 'Write failed, file status: '
              Open-items-out-status ' for Open-items-out'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Open-written-count
           .
       Print-results-sec Section.
       Print-results-par.
           Perform Print-one-list-par
            varying List-index from 1 by 1
            until List-index > 4
           Perform Print-aging-par
           .
       Print-one-list-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'LIST' to Print-line-work(2:4)
           Move List-index to Print-line-work(7:1)
           Move List-name(List-index) to Print-line-work(10:30)
           Perform Write-report-line-par
           Open input Result-work
           If Result-work-status = 0
             Perform Print-result-record-par
              until Result-work-status not = 0
             Close Result-work
           Else
             Display 'Open failed, file status: '
              Result-work-status ' for Result-work'
             Move 'Y' to Io-error-switch
           End-if
           If List-count(List-index) = 0
             Move 'NONE' to Print-line-work(4:4)
             Perform Write-report-line-par
           End-if
           Move spaces to Total-label
           Move 'TOTAL' to Total-label(1:5)
           Move List-name(List-index) to Total-label(7:28)
           Move List-count(List-index) to Total-count
           Move List-amount(List-index) to Total-amount
           Move List-total-line to Print-line-work
           Perform Write-report-line-par
           .
       Print-result-record-par.
           Read Result-work
           If Result-work-status = 0
             If Result-list-code = List-index
               Perform Format-result-line-par
             End-if
           End-if
           .
       Format-result-line-par.
           Move Result-account to Line-account
           Move Result-reference to Line-reference
           Move Result-currency to Line-currency
           Move Result-our-amount to Line-our-amount
           Move Result-our-sign to Line-our-sign
           Move Result-bank-amount to Line-bank-amount
           Move Result-bank-sign to Line-bank-sign
           Move Result-base-difference to Line-base-difference
           Move Result-first-seen to Line-first-seen
           Move Result-age-days to Line-age-days
           Move Bucket-name(Result-bucket) to Line-bucket
           Move Result-event-number to Line-event-number
           Move Result-line to Print-line-work
           Evaluate Result-list-code
             When 1
               Move spaces to Print-line-work(111:5)
             When 2
               Move spaces to Print-line-work(64:31)
             When 3
               Move spaces to Print-line-work(48:15)
               Move spaces to Print-line-work(80:15)
               Move spaces to Print-line-work(117:9)
             When other
               Continue
           End-evaluate
           Perform Write-report-line-par
           .
       Print-aging-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move Aging-head-line to Print-line-work
           Perform Write-report-line-par
           Perform Print-aging-list-par
            varying List-index from 2 by 1
            until List-index > 4
           .
       Print-aging-list-par.
           Move List-name(List-index) to Aging-line-label
           Perform Format-aging-bucket-par
            varying Bucket-index from 1 by 1
            until Bucket-index > 3
           Move Aging-line to Print-line-work
           Perform Write-report-line-par
           .
       Format-aging-bucket-par.
           Move Aging-count(List-index Bucket-index)
            to Aging-line-count(Bucket-index)
           Move Aging-amount(List-index Bucket-index)
            to Aging-line-amount(Bucket-index)
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Settlement-report-status not = 0
             Display 'Write failed, file status: '
              Settlement-report-status ' for Settlement-report'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Report-line-count
           Move spaces to Print-line-work
           .
       Write-report-heading-par.
           Add 1 to Report-page-count
           Move Run-date to Head-run-date
           Move Run-time to Head-run-time
           Move Report-page-count to Head-page-number
           Move Settlement-date to Head-settlement-date
           Move Base-tolerance to Head-tolerance
           Write Report-line from Report-head-1
            after advancing page
           Perform Check-report-write-par
           Write Report-line from Report-head-2
           Perform Check-report-write-par
           Write Report-line from Report-head-3
           Perform Check-report-write-par
           Write Report-line from Report-head-4
           Perform Check-report-write-par
           Move 4 to Report-line-count
           .
       Check-report-write-par.
           If Settlement-report-status not = 0
             Display 'Write failed, file status: '
              Settlement-report-status ' for Settlement-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Close Settlement-report
           Display 'Settlement reconciliation summary for this run:'
           Display '  Details read:        ' Details-read-count
           Display '  Bank items read:     ' Settlements-read-count
           Display '  Carried ours:        ' Carried-ours-count
           Display '  Carried bank:        ' Carried-bank-count
           Display '  Matched:             ' List-count(1)
           Display '  Ours only:           ' List-count(2)
           Display '  Bank only:           ' List-count(3)
           Display '  Amount breaks:       ' List-count(4)
           Display '  Open items written:  ' Open-written-count
           If Group-overflow-count > 0
             Display '  Group overflow:      ' Group-overflow-count
           End-if
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Details-read-count = 0
                  and Settlements-read-count = 0
               Move 4 to Return-code
             When List-count(2) > 0 or List-count(3) > 0
                  or List-count(4) > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program STLREC-PAR.
