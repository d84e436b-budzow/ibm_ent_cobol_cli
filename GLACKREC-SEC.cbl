       Identification division.
       Program-id. GLACKREC-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Gl-interface
            Assign to glifile
            File status is Gl-interface-status.
           Select Gl-acknowledgment
            Assign to glafile
            File status is Gl-ack-status.
           Select Gl-correction
            Assign to gcrfile
            File status is Gl-correction-status.
           Select Sort-work
            Assign to srtfile.
           Select Recon-report
            Assign to grrfile
            File status is Recon-report-status.
       Data division.
       File section.
       FD Gl-interface
           Recording mode F.
       1 Gl-interface-rec pic x(213).
       FD Gl-acknowledgment
           Recording mode F.
       1 Ack-rec.
         2 Ack-record-type pic x.
         2 Filler pic x.
         2 Ack-body pic x(110).
       FD Gl-correction
           Recording mode F.
       1 Correction-rec.
         2 Correction-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Correction-event-number pic 9(9).
         2 Filler pic x value space.
         2 Correction-account pic x(20).
         2 Filler pic x value space.
         2 Correction-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Correction-date pic 9(8).
         2 Filler pic x value space.
         2 Correction-currency pic x(3).
         2 Filler pic x value space.
         2 Correction-reference pic x(20).
         2 Filler pic x value space.
         2 Correction-description pic x(60).
         2 Filler pic x value space.
         2 Correction-base-amount pic 9(11)v99.
         2 Filler pic x value space.
         2 Correction-sign pic x.
       SD Sort-work.
       1 Sort-rec.
         2 Sort-ack-key.
           3 Sort-ack-dataset pic x(44).
           3 Sort-ack-event pic 9(9).
         2 Sort-ack-sequence pic 9(9).
         2 Sort-ack-status pic x.
         2 Sort-ack-reason-code pic x(4).
         2 Sort-ack-reason-text pic x(40).
       FD Recon-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Gl-interface-status pic 99.
       1 Gl-ack-status pic 99.
       1 Gl-correction-status pic 99.
       1 Recon-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Gl-record-work.
         2 Gl-record-type pic x.
         2 Filler pic x.
         2 Gl-record-rest pic x(211).
       1 Gl-header-view redefines Gl-record-work.
         2 Filler pic x(2).
         2 Gl-header-run-date pic 9(8).
         2 Filler pic x.
         2 Gl-header-run-time pic 9(8).
         2 Filler pic x(194).
       1 Gl-detail-view redefines Gl-record-work.
         2 Filler pic x(2).
         2 Gl-source-code pic x.
         2 Filler pic x.
         2 Gl-detail-body.
           3 Gl-dataset-name pic x(44).
           3 Filler pic x.
           3 Gl-event-number pic 9(9).
           3 Filler pic x.
           3 Gl-account pic x(20).
           3 Filler pic x.
           3 Gl-amount pic 9(11)v99.
           3 Filler pic x.
           3 Gl-date pic 9(8).
           3 Filler pic x.
           3 Gl-currency pic x(3).
           3 Filler pic x.
           3 Gl-reference pic x(20).
           3 Filler pic x.
           3 Gl-description pic x(60).
           3 Filler pic x.
           3 Gl-base-amount pic 9(11)v99.
           3 Filler pic x.
           3 Gl-sign pic x.
         2 Filler pic x.
         2 Gl-original-date pic 9(8).
       1 Gl-trailer-view redefines Gl-record-work.
         2 Filler pic x(2).
         2 Gl-trailer-count pic 9(9).
         2 Filler pic x.
         2 Gl-trailer-hash pic 9(13)v99.
         2 Filler pic x(186).
       1 Ack-header-view.
         2 Ack-gl-run-date pic 9(8).
         2 Filler pic x.
         2 Ack-gl-run-time pic 9(8).
         2 Filler pic x.
         2 Ack-posting-date pic 9(8).
         2 Filler pic x(84).
       1 Ack-detail-view.
         2 Ack-dataset-name pic x(44).
         2 Filler pic x.
         2 Ack-event-number pic 9(9).
         2 Filler pic x.
         2 Ack-status pic x.
           88 Ack-line-posted value 'P'.
           88 Ack-line-rejected value 'R'.
         2 Filler pic x.
         2 Ack-reason-code pic x(4).
         2 Filler pic x.
         2 Ack-reason-text pic x(40).
         2 Filler pic x(8).
       1 Ack-trailer-view.
         2 Ack-trailer-count pic 9(9).
         2 Filler pic x.
         2 Ack-trailer-hash pic 9(13)v99.
         2 Filler pic x(85).
       1 Ack-count pic 9(9) comp value 0.
       1 Ack-table.
         2 Ack-entry
            occurs 0 to 100000 times
            depending on Ack-count
            ascending key is Ack-key
            indexed by Ack-key-index.
           3 Ack-key.
             4 Ack-key-dataset pic x(44).
             4 Ack-key-event pic 9(9).
           3 Ack-entry-status pic x.
           3 Ack-entry-reason-code pic x(4).
           3 Ack-entry-reason-text pic x(40).
           3 Ack-entry-matched pic x.
       1 Ack-index pic 9(9) comp value 0.
       1 Ack-found-switch pic x value 'N'.
         88 Ack-key-found value 'Y'.
       1 Ack-found-index pic 9(9) comp value 0.
       1 Ack-lookup-key.
         2 Ack-lookup-dataset pic x(44).
         2 Ack-lookup-event pic 9(9).
       1 Ack-dropped-count pic 9(9) comp value 0.
       1 Ack-release-sequence pic 9(9) comp value 0.
       1 Sort-end-switch pic x value 'N'.
         88 Sort-returns-done value 'Y'.
       1 Ack-duplicate-count pic 9(9) comp value 0.
       1 Ack-header-seen-switch pic x value 'N'.
         88 Ack-header-seen value 'Y'.
       1 Ack-trailer-seen-switch pic x value 'N'.
         88 Ack-trailer-seen value 'Y'.
       1 Ack-detail-read-count pic 9(9) comp value 0.
       1 Ack-posted-count pic 9(9) comp value 0.
       1 Ack-rejected-count pic 9(9) comp value 0.
       1 Ack-bad-status-count pic 9(9) comp value 0.
       1 Ack-not-sent-count pic 9(9) comp value 0.
       1 Ack-saved-count pic 9(9) value 0.
       1 Ack-saved-hash pic 9(13)v99 value 0.
       1 Gl-header-seen-switch pic x value 'N'.
         88 Gl-header-seen value 'Y'.
       1 Gl-trailer-seen-switch pic x value 'N'.
         88 Gl-trailer-seen value 'Y'.
       1 Gl-saved-run-date pic 9(8) value 0.
       1 Gl-saved-run-time pic 9(8) value 0.
       1 Gl-saved-count pic 9(9) value 0.
       1 Gl-saved-hash pic 9(13)v99 value 0.
       1 Sent-detail-count pic 9(9) comp value 0.
       1 Sent-hash-total pic 9(13)v99 value 0.
       1 Posted-hash-total pic 9(13)v99 value 0.
       1 Rejected-hash-total pic 9(13)v99 value 0.
       1 Unacked-count pic 9(9) comp value 0.
       1 Unacked-hash-total pic 9(13)v99 value 0.
       1 Matched-posted-count pic 9(9) comp value 0.
       1 Matched-rejected-count pic 9(9) comp value 0.
       1 Corrections-written-count pic 9(9) comp value 0.
       1 Count-difference pic s9(9) value 0.
       1 Hash-difference pic s9(13)v99 value 0.
       1 Batch-mismatch-switch pic x value 'N'.
         88 Batch-mismatch value 'Y'.
       1 Totals-break-switch pic x value 'N'.
         88 Totals-break value 'Y'.
       1 Report-line-count pic 9(3) comp value 99.
       1 Report-page-count pic 9(3) comp value 0.
       1 Report-page-limit pic 9(3) comp value 55.
       1 Print-line-work pic x(132) value spaces.
       1 Report-label-text pic x(34) value spaces.
       1 Report-count-value pic 9(9) comp value 0.
       1 Report-count-edit pic zzzzzzzz9.
       1 Report-signed-count pic s9(9) value 0.
       1 Report-signed-edit pic -zzzzzzzz9.
       1 Report-amount-value pic s9(13)v99 value 0.
       1 Report-amount-edit pic -zzzzzzzzzzzz9.99.
       1 Report-head-1.
         2 Filler pic x value space.
         2 Filler pic x(38)
            value 'GLACKREC GL ACKNOWLEDGMENT RECON      '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(12) value 'EXCEPTION'.
         2 Filler pic x value space.
         2 Filler pic x(44) value 'DATASET'.
         2 Filler pic x value space.
         2 Filler pic x(9) value '    EVENT'.
         2 Filler pic x value space.
         2 Filler pic x(20) value 'ACCOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(16) value '          AMOUNT'.
         2 Filler pic x value space.
         2 Filler pic x(25) value 'GL REASON'.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(12) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(44) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(9) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(20) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(16) value all '-'.
         2 Filler pic x value space.
         2 Filler pic x(25) value all '-'.
       1 Exception-line.
         2 Filler pic x value space.
         2 Exc-type pic x(12).
         2 Filler pic x value space.
         2 Exc-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Exc-event-number pic zzzzzzzz9.
         2 Filler pic x value space.
         2 Exc-account pic x(20).
         2 Filler pic x value space.
         2 Exc-amount pic z(12)9.99.
         2 Filler pic x value space.
         2 Exc-reason-code pic x(4).
         2 Filler pic x value space.
         2 Exc-reason-text pic x(20).
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Load-acknowledgments-par
           Perform Match-interface-par
           Perform Report-not-sent-par
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Open output Gl-correction
           If Gl-correction-status not = 0
             Display 'Open failed, file status: ' Gl-correction-status
             Move 12 to Return-code
             Goback
           End-if
           Open output Recon-report
           If Recon-report-status not = 0
             Display 'Open failed, file status: ' Recon-report-status
             Close Gl-correction
             Move 12 to Return-code
             Goback
           End-if
           .
       Load-acknowledgments-sec Section.
       Load-acknowledgments-par.
           Sort Sort-work
            on ascending key Sort-ack-dataset
                             Sort-ack-event
                             Sort-ack-sequence
            input procedure is Gather-acks-sec
            output procedure is Load-ack-table-sec
           If Sort-return not = 0
             Display 'Sort failed, sort return: ' Sort-return
             Move 'Y' to Io-error-switch
           End-if
           If Ack-dropped-count > 0
             Display 'ACKNOWLEDGMENT LINES DROPPED ON LOAD: '
              Ack-dropped-count
             Move 'Y' to Io-error-switch
           End-if
           .
       Gather-acks-sec Section.
       Gather-acks-par.
           Open input Gl-acknowledgment
           If Gl-ack-status = 0
             Perform Read-ack-record-par
              until Gl-ack-status not = 0
             Close Gl-acknowledgment
           Else
             If Gl-ack-status = 35
               Display 'Gl-acknowledgment not present; nothing acked'
             Else
               Display 'Open failed, file status: ' Gl-ack-status
                ' for Gl-acknowledgment'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Gather-support-sec Section.
       Read-ack-record-par.
           Read Gl-acknowledgment
           If Gl-ack-status = 0
             Evaluate Ack-record-type
               When 'H'
                 Move Ack-body to Ack-header-view
                 Move 'Y' to Ack-header-seen-switch
               When 'D'
                 Move Ack-body to Ack-detail-view
                 Perform Release-ack-detail-par
               When 'T'
                 Move Ack-body to Ack-trailer-view
                 Move 'Y' to Ack-trailer-seen-switch
                 If Ack-trailer-count is numeric
                   Move Ack-trailer-count to Ack-saved-count
                 End-if
                 If Ack-trailer-hash is numeric
                   Move Ack-trailer-hash to Ack-saved-hash
                 End-if
               When other
                 Display 'ACKNOWLEDGMENT RECORD TYPE NOT VALID: '
                  Ack-record-type
             End-evaluate
           End-if
           .
       Release-ack-detail-par.
           Add 1 to Ack-detail-read-count
           Evaluate true
             When Ack-line-posted
               Add 1 to Ack-posted-count
             When Ack-line-rejected
               Add 1 to Ack-rejected-count
             When other
               Add 1 to Ack-bad-status-count
               Display 'ACKNOWLEDGMENT STATUS NOT VALID: '
                Ack-dataset-name ' ' Ack-event-number
           End-evaluate
           Add 1 to Ack-release-sequence
           Move Ack-dataset-name to Sort-ack-dataset
           If Ack-event-number is numeric
             Move Ack-event-number to Sort-ack-event
           Else
             Move 0 to Sort-ack-event
           End-if
           Move Ack-release-sequence to Sort-ack-sequence
           Move Ack-status to Sort-ack-status
           Move Ack-reason-code to Sort-ack-reason-code
           Move Ack-reason-text to Sort-ack-reason-text
           Release Sort-rec
           .
       Load-ack-table-sec Section.
       Load-ack-table-par.
           Move 'N' to Sort-end-switch
           Perform Return-ack-par
            until Sort-returns-done
           .
       Load-support-sec Section.
       Return-ack-par.
           Return Sort-work
             at end
               Move 'Y' to Sort-end-switch
             not at end
               Perform Store-ack-detail-par
           End-return
           .
       Store-ack-detail-par.
           If Ack-count < 100000
             Add 1 to Ack-count
             Move Sort-ack-key to Ack-key(Ack-count)
             Move Sort-ack-status to Ack-entry-status(Ack-count)
             Move Sort-ack-reason-code
              to Ack-entry-reason-code(Ack-count)
             Move Sort-ack-reason-text
              to Ack-entry-reason-text(Ack-count)
             Move 'N' to Ack-entry-matched(Ack-count)
             If Ack-count > 1
               Move Ack-count to Ack-index
               Perform Check-ack-duplicate-par
             End-if
           Else
             Add 1 to Ack-dropped-count
             If Ack-dropped-count <= 10
               Display 'ACKNOWLEDGMENT TABLE FULL; line ignored: '
                Sort-ack-dataset ' ' Sort-ack-event
             End-if
           End-if
           .
       Check-ack-duplicate-par.
           If Ack-key(Ack-index) = Ack-key(Ack-index - 1)
             Add 1 to Ack-duplicate-count
             Move 'D' to Ack-entry-matched(Ack-index)
             Display 'DUPLICATE ACKNOWLEDGMENT IGNORED: '
              Ack-key-dataset(Ack-index) ' ' Ack-key-event(Ack-index)
           End-if
           .
       Match-interface-sec Section.
       Match-interface-par.
           Open input Gl-interface
           If Gl-interface-status = 0
             Perform Read-interface-record-par
              until Gl-interface-status not = 0
             Close Gl-interface
           Else
             Display 'Open failed, file status: ' Gl-interface-status
              ' for Gl-interface'
             Move 'Y' to Io-error-switch
           End-if
           .
       Read-interface-record-par.
           Read Gl-interface into Gl-record-work
           If Gl-interface-status = 0
             Evaluate Gl-record-type
               When 'H'
                 Move 'Y' to Gl-header-seen-switch
                 Move Gl-header-run-date to Gl-saved-run-date
                 Move Gl-header-run-time to Gl-saved-run-time
               When 'D'
                 Perform Match-sent-detail-par
               When 'T'
                 Move 'Y' to Gl-trailer-seen-switch
                 Move Gl-trailer-count to Gl-saved-count
                 Move Gl-trailer-hash to Gl-saved-hash
               When other
                 Display 'GL INTERFACE RECORD TYPE NOT VALID: '
                  Gl-record-type
             End-evaluate
           End-if
           .
       Match-sent-detail-par.
           Add 1 to Sent-detail-count
           Add Gl-amount to Sent-hash-total
           Move Gl-dataset-name to Ack-lookup-dataset
           Move Gl-event-number to Ack-lookup-event
           Perform Find-ack-entry-par
           Evaluate true
             When not Ack-key-found
               Add 1 to Unacked-count
               Add Gl-amount to Unacked-hash-total
               Move 'NOT ACKED' to Exc-type
               Move spaces to Exc-reason-code
               Move spaces to Exc-reason-text
               Perform Write-sent-exception-par
             When Ack-entry-status(Ack-found-index) = 'R'
               Move 'Y' to Ack-entry-matched(Ack-found-index)
               Add 1 to Matched-rejected-count
               Add Gl-amount to Rejected-hash-total
               Move 'GL REJECTED' to Exc-type
               Move Ack-entry-reason-code(Ack-found-index)
                to Exc-reason-code
               Move Ack-entry-reason-text(Ack-found-index)
                to Exc-reason-text
               Perform Write-sent-exception-par
               Perform Write-correction-par
             When Ack-entry-status(Ack-found-index) not = 'P'
               Move 'Y' to Ack-entry-matched(Ack-found-index)
               Move 'BAD STATUS' to Exc-type
               Move spaces to Exc-reason-code
               Move 'STATUS NOT P OR R' to Exc-reason-text
               Perform Write-sent-exception-par
             When other
               Move 'Y' to Ack-entry-matched(Ack-found-index)
               Add 1 to Matched-posted-count
               Add Gl-amount to Posted-hash-total
           End-evaluate
           .
       Find-ack-entry-par.
           Move 'N' to Ack-found-switch
           Move 0 to Ack-found-index
           If Ack-count > 0
             Search all Ack-entry
               at end
                 Continue
               when Ack-key(Ack-key-index) = Ack-lookup-key
                 Move 'Y' to Ack-found-switch
                 Set Ack-found-index to Ack-key-index
             End-search
           End-if
           If Ack-key-found
             Perform Back-up-ack-entry-par
              until Ack-found-index = 1
               or Ack-key(Ack-found-index - 1) not = Ack-lookup-key
           End-if
           .
       Back-up-ack-entry-par.
           Subtract 1 from Ack-found-index
           .
       Write-sent-exception-par.
           Move Gl-dataset-name to Exc-dataset-name
           Move Gl-event-number to Exc-event-number
           Move Gl-account to Exc-account
           Move Gl-amount to Exc-amount
           Move Exception-line to Print-line-work
           Perform Write-report-line-par
           .
       Write-correction-par.
           Move Gl-detail-body to Correction-rec
           Move Gl-original-date to Correction-date
           Write Correction-rec
           If Gl-correction-status not = 0
             Display 'Write failed, file status: '
              Gl-correction-status ' for Gl-correction'
             Move 'Y' to Io-error-switch
           End-if
           Add 1 to Corrections-written-count
           .
       Report-not-sent-par.
           Perform Report-one-not-sent-par
            varying Ack-index from 1 by 1
            until Ack-index > Ack-count
           .
       Report-one-not-sent-par.
           If Ack-entry-matched(Ack-index) = 'N'
             Add 1 to Ack-not-sent-count
             Move 'NOT SENT' to Exc-type
             Move Ack-key-dataset(Ack-index) to Exc-dataset-name
             Move Ack-key-event(Ack-index) to Exc-event-number
             Move spaces to Exc-account
             Move 0 to Exc-amount
             Move Ack-entry-reason-code(Ack-index) to Exc-reason-code
             Move Ack-entry-reason-text(Ack-index) to Exc-reason-text
             Move Exception-line to Print-line-work
             Perform Write-report-line-par
           End-if
           .
       Write-report-sec Section.
       Write-control-totals-par.
           Move spaces to Print-line-work
           Perform Write-report-line-par
           Move 'CONTROL TOTALS' to Print-line-work(2:14)
           Perform Write-report-line-par
           If not Gl-header-seen or not Gl-trailer-seen
             Move 'Y' to Totals-break-switch
             Move 'GL INTERFACE HEADER OR TRAILER MISSING'
              to Print-line-work(4:38)
             Perform Write-report-line-par
           End-if
           If not Ack-header-seen or not Ack-trailer-seen
             Move 'Y' to Totals-break-switch
             Move 'ACKNOWLEDGMENT HEADER OR TRAILER MISSING'
              to Print-line-work(4:40)
             Perform Write-report-line-par
           End-if
           If Ack-header-seen and Gl-header-seen
             If Ack-gl-run-date not = Gl-saved-run-date
                or Ack-gl-run-time not = Gl-saved-run-time
               Move 'Y' to Batch-mismatch-switch
               Move 'ACKNOWLEDGMENT IS FOR A DIFFERENT GL BATCH'
                to Print-line-work(4:42)
               Perform Write-report-line-par
             End-if
           End-if
           Move 'GL BATCH RUN DATE' to Report-label-text
           Move Gl-saved-run-date to Report-count-value
           Perform Write-report-count-par
           Move 'DETAILS SENT' to Report-label-text
           Move Sent-detail-count to Report-count-value
           Perform Write-report-count-par
           Move 'SENT TRAILER COUNT' to Report-label-text
           Move Gl-saved-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACK TRAILER COUNT' to Report-label-text
           Move Ack-saved-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACK DETAIL LINES' to Report-label-text
           Move Ack-detail-read-count to Report-count-value
           Perform Write-report-count-par
           Move 'LINES POSTED BY GL' to Report-label-text
           Move Matched-posted-count to Report-count-value
           Perform Write-report-count-par
           Move 'LINES REJECTED BY GL' to Report-label-text
           Move Matched-rejected-count to Report-count-value
           Perform Write-report-count-par
           Move 'LINES NOT ACKNOWLEDGED' to Report-label-text
           Move Unacked-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACKS FOR LINES NOT SENT' to Report-label-text
           Move Ack-not-sent-count to Report-count-value
           Perform Write-report-count-par
           Move 'DUPLICATE ACKS IGNORED' to Report-label-text
           Move Ack-duplicate-count to Report-count-value
           Perform Write-report-count-par
           Move 'ACKS WITH STATUS NOT VALID' to Report-label-text
           Move Ack-bad-status-count to Report-count-value
           Perform Write-report-count-par
           Move 'CORRECTIONS WRITTEN' to Report-label-text
           Move Corrections-written-count to Report-count-value
           Perform Write-report-count-par
           Compute Count-difference = Gl-saved-count - Ack-saved-count
           Move 'COUNT DIFFERENCE SENT - ACKED' to Report-label-text
           Move Count-difference to Report-signed-count
           Perform Write-report-signed-par
           Move 'SENT HASH TOTAL' to Report-label-text
           Move Sent-hash-total to Report-amount-value
           Perform Write-report-amount-par
           Move 'SENT TRAILER HASH' to Report-label-text
           Move Gl-saved-hash to Report-amount-value
           Perform Write-report-amount-par
           Move 'ACK TRAILER HASH' to Report-label-text
           Move Ack-saved-hash to Report-amount-value
           Perform Write-report-amount-par
           Move 'POSTED HASH TOTAL' to Report-label-text
           Move Posted-hash-total to Report-amount-value
           Perform Write-report-amount-par
           Move 'REJECTED HASH TOTAL' to Report-label-text
           Move Rejected-hash-total to Report-amount-value
           Perform Write-report-amount-par
           Move 'NOT ACKNOWLEDGED HASH TOTAL' to Report-label-text
           Move Unacked-hash-total to Report-amount-value
           Perform Write-report-amount-par
           Compute Hash-difference = Gl-saved-hash - Ack-saved-hash
           Move 'HASH DIFFERENCE SENT - ACKED' to Report-label-text
           Move Hash-difference to Report-amount-value
           Perform Write-report-amount-par
           If Sent-detail-count not = Gl-saved-count
              or Sent-hash-total not = Gl-saved-hash
             Move 'Y' to Totals-break-switch
             Move 'SENT DETAILS DO NOT AGREE WITH SENT TRAILER'
              to Print-line-work(4:43)
             Perform Write-report-line-par
           End-if
           If Count-difference not = 0 or Hash-difference not = 0
             Move 'Y' to Totals-break-switch
             Move 'RESULT: ACKNOWLEDGMENT OUT OF BALANCE'
              to Print-line-work(4:37)
           Else
             Move 'RESULT: ACKNOWLEDGMENT IN BALANCE'
              to Print-line-work(4:33)
           End-if
           Perform Write-report-line-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Recon-report-status not = 0
             Display 'Write failed, file status: '
              Recon-report-status ' for Recon-report'
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
       Write-report-signed-par.
           Move spaces to Print-line-work
           Move Report-label-text to Print-line-work(4:34)
           Move Report-signed-count to Report-signed-edit
           Move Report-signed-edit to Print-line-work(38:10)
           Perform Write-report-line-par
           .
       Write-report-amount-par.
           Move spaces to Print-line-work
           Move Report-label-text to Print-line-work(4:34)
           Move Report-amount-value to Report-amount-edit
           Move Report-amount-edit to Print-line-work(39:17)
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
           If Recon-report-status not = 0
             Display 'Write failed, file status: '
              Recon-report-status ' for Recon-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           Perform Write-control-totals-par
           Close Gl-correction
           Close Recon-report
           Display 'GL acknowledgment summary for this run:'
           Display '  Details sent:          ' Sent-detail-count
           Display '  Posted by GL:          ' Matched-posted-count
           Display '  Rejected by GL:        ' Matched-rejected-count
           Display '  Not acknowledged:      ' Unacked-count
           Display '  Acked but not sent:    ' Ack-not-sent-count
           Display '  Corrections written:   ' Corrections-written-count
           Display '  Count difference:      ' Count-difference
           Display '  Hash difference:       ' Hash-difference
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Totals-break or Batch-mismatch
               Move 8 to Return-code
             When Unacked-count > 0 or Matched-rejected-count > 0
                  or Ack-not-sent-count > 0
                  or Ack-duplicate-count > 0
                  or Ack-bad-status-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program GLACKREC-PAR.
