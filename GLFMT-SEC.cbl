           Select Recycle-detail
            Assign to rcdfile
            File status is Recycle-detail-status.
           Select Correction-detail
            Assign to gcrfile
            File status is Correction-detail-status.
           Select Backdated-hold
            Assign to bdhfile
            File status is Backdated-hold-status.
           Select Suspense-release
            Assign to srlfile
            File status is Suspense-release-status.
           Select Period-control
            Assign to prdfile
            File status is Period-control-status.
           Select Gl-interface
            Assign to glifile
            File status is Gl-interface-status.
         2 Recycle-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Recycle-sign pic x.
       FD Correction-detail
           Recording mode F.
       1 Correction-detail-rec.
         2 Correction-dataset-name pic x(44).
         2 Filler pic x.
         2 Correction-event-number pic 9(9).
         2 Filler pic x.
         2 Correction-account pic x(20).
         2 Filler pic x.
         2 Correction-amount pic 9(11)v99.
         2 Filler pic x.
         2 Correction-date pic 9(8).
         2 Filler pic x.
         2 Correction-currency pic x(3).
         2 Filler pic x.
         2 Correction-reference pic x(20).
         2 Filler pic x.
         2 Correction-description pic x(60).
         2 Filler pic x.
         2 Correction-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Correction-sign pic x.
       FD Backdated-hold
           Recording mode F.
       1 Backdated-rec.
         2 Backdated-dataset-name pic x(44).
         2 Filler pic x.
         2 Backdated-event-number pic 9(9).
         2 Filler pic x.
         2 Backdated-account pic x(20).
         2 Filler pic x.
         2 Backdated-amount pic 9(11)v99.
         2 Filler pic x.
         2 Backdated-date pic 9(8).
         2 Filler pic x.
         2 Backdated-currency pic x(3).
         2 Filler pic x.
         2 Backdated-reference pic x(20).
         2 Filler pic x.
         2 Backdated-description pic x(60).
         2 Filler pic x.
         2 Backdated-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Backdated-sign pic x.
       FD Suspense-release
           Recording mode F.
       1 Release-rec.
         2 Release-dataset-name pic x(44).
         2 Filler pic x.
         2 Release-event-number pic 9(9).
         2 Filler pic x.
         2 Release-account pic x(20).
         2 Filler pic x.
         2 Release-amount pic 9(11)v99.
         2 Filler pic x.
         2 Release-date pic 9(8).
         2 Filler pic x.
         2 Release-currency pic x(3).
         2 Filler pic x.
         2 Release-reference pic x(20).
         2 Filler pic x.
         2 Release-description pic x(60).
         2 Filler pic x.
         2 Release-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Release-sign pic x.
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
       FD Gl-interface
           Recording mode F.
       1 Gl-interface-rec pic x(213).
       Working-storage section.
       1 Detail-master-status pic 99.
       1 Recycle-detail-status pic 99.
       1 Correction-detail-status pic 99.
       1 Backdated-hold-status pic 99.
       1 Suspense-release-status pic 99.
       1 Period-control-status pic 99.
       1 Gl-interface-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-date-parts redefines Run-date.
         2 Run-month pic 9(6).
         2 Filler pic 99.
       1 Run-time pic 9(8) value 0.
       1 Original-read-count pic 9(9) comp value 0.
       1 Recycle-read-count pic 9(9) comp value 0.
       1 Correction-read-count pic 9(9) comp value 0.
       1 Backdated-read-count pic 9(9) comp value 0.
       1 Release-read-count pic 9(9) comp value 0.
       1 Redated-count pic 9(9) comp value 0.
       1 Closed-period-table.
         2 Closed-period-entry occurs 600 times pic 9(6).
       1 Closed-period-count pic 9(4) comp value 0.
       1 Closed-period-index pic 9(4) comp value 0.
       1 Closed-period-found-switch pic x value 'N'.
         88 Closed-period-found value 'Y'.
       1 Latest-closed-period pic 9(6) value 0.
       1 Open-period pic 9(6) value 0.
       1 Open-period-parts redefines Open-period.
         2 Open-year pic 9(4).
         2 Open-month pic 99.
       1 Open-posting-date pic 9(8) value 0.
       1 Open-posting-parts redefines Open-posting-date.
         2 Open-posting-month pic 9(6).
         2 Open-posting-day pic 99.
       1 Gl-detail-count pic 9(9) comp value 0.
       1 Gl-hash-total pic 9(13)v99 value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Original-source-code pic x value 'O'.
       1 Recycle-source-code pic x value 'R'.
       1 Correction-source-code pic x value 'C'.
       1 Backdated-source-code pic x value 'B'.
       1 Release-source-code pic x value 'S'.
       1 Gl-header-out.
         2 Filler pic x value 'H'.
         2 Filler pic x value space.
         2 Gl-header-run-date pic 9(8).
         2 Filler pic x value space.
         2 Gl-header-run-time pic 9(8).
         2 Filler pic x(194) value spaces.
       1 Gl-detail-out.
         2 Filler pic x value 'D'.
         2 Filler pic x value space.
         2 Gl-source-code pic x.
         2 Filler pic x value space.
         2 Gl-detail-body.
           3 Filler pic x(90).
           3 Gl-body-date pic 9(8).
           3 Gl-body-date-parts redefines Gl-body-date.
             4 Gl-body-month pic 9(6).
             4 Filler pic 99.
           3 Filler pic x(102).
         2 Filler pic x value space.
         2 Gl-original-date pic 9(8).
       1 Gl-trailer-out.
         2 Filler pic x value 'T'.
         2 Filler pic x value space.
         2 Gl-trailer-count pic 9(9).
         2 Filler pic x value space.
         2 Gl-trailer-hash pic 9(13)v99.
         2 Filler pic x(186) value spaces.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
           Perform Initialize-run-par
           Perform Process-originals-par
           Perform Process-recycles-par
           Perform Process-corrections-par
           Perform Process-backdated-par
           Perform Process-releases-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Perform Load-periods-par
           Open output Gl-interface
           If Gl-interface-status not = 0
             Display 'Open failed, file status: ' Gl-interface-status
             Move 'Y' to Io-error-switch
           End-if
           .
       Load-periods-par.
           Open input Period-control
           If Period-control-status = 0
             Perform Read-period-record-par
              until Period-control-status not = 0
             Close Period-control
           Else
             If Period-control-status not = 35
               Display 'Open failed, file status: '
                Period-control-status ' for Period-control'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           Move Run-date to Open-posting-date
           If Run-month <= Latest-closed-period
             Move Latest-closed-period to Open-period
             If Open-month = 12
               Add 1 to Open-year
               Move 1 to Open-month
             Else
               Add 1 to Open-month
             End-if
             Move Open-period to Open-posting-month
             Move 1 to Open-posting-day
           End-if
           Display 'Posting date for closed-period details: '
            Open-posting-date
           .
       Read-period-record-par.
           Read Period-control
           If Period-control-status = 0
                and Period-status = 'C'
                and Period-month is numeric
             If Closed-period-count < 600
               Add 1 to Closed-period-count
               Move Period-month
                to Closed-period-entry(Closed-period-count)
               If Period-month > Latest-closed-period
                 Move Period-month to Latest-closed-period
               End-if
             Else
               Display 'CLOSED PERIOD TABLE FULL; period ignored: '
                Period-month
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Process-details-sec Section.
       Process-originals-par.
           Open input Detail-master
             Perform Write-gl-detail-par
           End-if
           .
       Process-corrections-par.
           Open input Correction-detail
           If Correction-detail-status = 0
             Perform Read-correction-record-par
              until Correction-detail-status not = 0
             Close Correction-detail
           Else
             If Correction-detail-status = 35
               Display 'Correction-detail not present; no corrections'
             Else
               Display 'Open failed, file status: '
                Correction-detail-status ' for Correction-detail'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-correction-record-par.
           Read Correction-detail
           If Correction-detail-status = 0
             Add 1 to Correction-read-count
             Move Correction-source-code to Gl-source-code
             Move Correction-detail-rec to Gl-detail-body
             Add Correction-amount to Gl-hash-total
             Perform Write-gl-detail-par
           End-if
           .
       Process-backdated-par.
           Open input Backdated-hold
           If Backdated-hold-status = 0
             Perform Read-backdated-record-par
              until Backdated-hold-status not = 0
             Close Backdated-hold
           Else
             If Backdated-hold-status = 35
               Display 'Backdated-hold not present; no held details'
             Else
               Display 'Open failed, file status: '
                Backdated-hold-status ' for Backdated-hold'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-backdated-record-par.
           Read Backdated-hold
           If Backdated-hold-status = 0
             Add 1 to Backdated-read-count
             Move Backdated-source-code to Gl-source-code
             Move Backdated-rec to Gl-detail-body
             Add Backdated-amount to Gl-hash-total
             Perform Write-gl-detail-par
           End-if
           .
       Process-releases-par.
           Open input Suspense-release
           If Suspense-release-status = 0
             Perform Read-release-record-par
              until Suspense-release-status not = 0
             Close Suspense-release
           Else
             If Suspense-release-status = 35
               Display 'Suspense-release not present; no releases'
             Else
               Display 'Open failed, file status: '
                Suspense-release-status ' for Suspense-release'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-release-record-par.
           Read Suspense-release
           If Suspense-release-status = 0
             Add 1 to Release-read-count
             Move Release-source-code to Gl-source-code
             Move Release-rec to Gl-detail-body
             Add Release-amount to Gl-hash-total
             Perform Write-gl-detail-par
           End-if
           .
       Write-gl-detail-par.
           Move Gl-body-date to Gl-original-date
           Move 'N' to Closed-period-found-switch
           Perform Find-closed-period-par
            varying Closed-period-index from 1 by 1
            until Closed-period-index > Closed-period-count
             or Closed-period-found
           If Closed-period-found
             Move Open-posting-date to Gl-body-date
             Add 1 to Redated-count
           End-if
           Add 1 to Gl-detail-count
           Write Gl-interface-rec from Gl-detail-out
           If Gl-interface-status not = 0
             Move 'Y' to Io-error-switch
           End-if
           .
       Find-closed-period-par.
           If Gl-body-month = Closed-period-entry(Closed-period-index)
             Move 'Y' to Closed-period-found-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Move Gl-detail-count to Gl-trailer-count
           Display 'GL interface summary for this run:'
           Display '  Original details:    ' Original-read-count
           Display '  Recycled details:    ' Recycle-read-count
           Display '  Corrected details:   ' Correction-read-count
           Display '  Back-dated details:  ' Backdated-read-count
           Display '  Suspense releases:   ' Release-read-count
           Display '  Re-dated to open:    ' Redated-count
           Display '  GL records written:  ' Gl-detail-count
           Display '  Hash total:          ' Gl-hash-total
           Evaluate true
