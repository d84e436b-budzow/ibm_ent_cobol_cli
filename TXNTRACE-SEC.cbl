       Identification division.
       Program-id. TXNTRACE-PAR.
       Environment division.
       Input-output section.
       File-control.
           Select Trace-request
            Assign to trqfile
            File status is Trace-request-status.
           Select Extract-XML
            Assign to xtrfile
            File status is Extract-XML-status.
           Select Attribute-XML
            Assign to atrfile
            File status is Attribute-XML-status.
           Select Detail-master
            Assign to dtlfile
            File status is Detail-master-status.
           Select Backdated-hold
            Assign to bdhfile
            File status is Backdated-hold-status.
           Select Validation-hold
            Assign to vsdfile
            File status is Validation-hold-status.
           Select Validation-reject
            Assign to vrjfile
            File status is Validation-reject-status.
           Select Duplicate-suspense
            Assign to dupfile
            File status is Duplicate-suspense-status.
           Select Suspense-open-items
            Assign to sopfile
            File status is Suspense-open-status.
           Select Suspense-closed-log
            Assign to sclfile
            File status is Suspense-closed-status.
           Select Reject-XML
            Assign to rejfile
            File status is Reject-XML-status.
           Select Recycle-detail
            Assign to rcdfile
            File status is Recycle-detail-status.
           Select Gl-interface
            Assign to glifile
            File status is Gl-interface-status.
           Select Audit-log
            Assign to audfile
            File status is Audit-status.
           Select Sort-work
            Assign to srtfile.
           Select Trace-report
            Assign to tcrfile
            File status is Trace-report-status.
       Data division.
       File section.
       FD Trace-request
           Recording mode F.
       1 Request-rec.
         2 Request-in-type pic x.
         2 Filler pic x.
         2 Request-in-body pic x(78).
         2 Request-in-event-view redefines Request-in-body.
           3 Request-in-dataset pic x(44).
           3 Filler pic x.
           3 Request-in-event pic x(9).
           3 Filler pic x(24).
         2 Request-in-key-view redefines Request-in-body.
           3 Request-in-account pic x(20).
           3 Filler pic x.
           3 Request-in-reference pic x(20).
           3 Filler pic x(37).
       FD Extract-XML
           Recording mode F.
       1 Extract-rec.
         2 Extract-event-number pic 9(9).
         2 Filler pic x.
         2 Extract-namespace-uri pic x(60).
         2 Filler pic x.
         2 Extract-element-name pic x(40).
         2 Filler pic x.
         2 Extract-element-text pic x(512).
         2 Filler pic x.
         2 Extract-dataset-name pic x(44).
         2 Filler pic x.
         2 Extract-detail-event pic 9(9).
       FD Attribute-XML
           Recording mode F.
       1 Attribute-rec.
         2 Attribute-event-number pic 9(9).
         2 Filler pic x.
         2 Attribute-owner-element pic x(40).
         2 Filler pic x.
         2 Attribute-name pic x(40).
         2 Filler pic x.
         2 Attribute-value pic x(120).
         2 Filler pic x.
         2 Attribute-dataset-name pic x(44).
         2 Filler pic x.
         2 Attribute-detail-event pic 9(9).
       FD Detail-master
           Recording mode F.
       1 Detail-rec pic x(200).
       FD Backdated-hold
           Recording mode F.
       1 Backdated-rec pic x(200).
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
       FD Duplicate-suspense
           Recording mode F.
       1 Dup-rec pic x(200).
       FD Suspense-open-items
           Recording mode F.
       1 Suspense-open-rec pic x(519).
       FD Suspense-closed-log
           Recording mode F.
       1 Suspense-closed-rec pic x(598).
       FD Reject-XML
           Recording mode F.
       1 Reject-rec.
         2 Reject-event-number pic 9(9).
         2 Filler pic x.
         2 Reject-segment-seq pic 9(4).
         2 Filler pic x.
         2 Reject-xml-code pic s9(9).
         2 Filler pic x.
         2 Reject-xml-text pic x(80).
         2 Filler pic x.
         2 Reject-fdrec pic x(255).
         2 Filler pic x.
         2 Reject-dataset-name pic x(44).
       FD Recycle-detail
           Recording mode F.
       1 Recycle-detail-rec pic x(200).
       FD Gl-interface
           Recording mode F.
       1 Gl-interface-rec pic x(213).
       FD Audit-log
           Recording mode F.
       1 Audit-rec.
         2 Audit-run-date pic 9(8).
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
       SD Sort-work.
       1 Sort-rec.
         2 Sort-request-number pic 9(4).
         2 Sort-section pic 99.
         2 Sort-sequence pic 9(9).
         2 Sort-text pic x(132).
       FD Trace-report
           Recording mode F.
       1 Report-line pic x(132).
       Working-storage section.
       1 Trace-request-status pic 99.
       1 Extract-XML-status pic 99.
       1 Attribute-XML-status pic 99.
       1 Detail-master-status pic 99.
       1 Backdated-hold-status pic 99.
       1 Validation-hold-status pic 99.
       1 Validation-reject-status pic 99.
       1 Duplicate-suspense-status pic 99.
       1 Suspense-open-status pic 99.
       1 Suspense-closed-status pic 99.
       1 Reject-XML-status pic 99.
       1 Recycle-detail-status pic 99.
       1 Gl-interface-status pic 99.
       1 Audit-status pic 99.
       1 Trace-report-status pic 99.
       1 Run-date pic 9(8) value 0.
       1 Run-time pic 9(8) value 0.
       1 Io-error-switch pic x value 'N'.
         88 Io-error-occurred value 'Y'.
       1 Detail-work.
         2 Detail-work-dataset-name pic x(44).
         2 Filler pic x.
         2 Detail-work-event pic 9(9).
         2 Filler pic x.
         2 Detail-work-account pic x(20).
         2 Filler pic x.
         2 Detail-work-amount pic 9(11)v99.
         2 Filler pic x.
         2 Detail-work-date pic 9(8).
         2 Filler pic x.
         2 Detail-work-currency pic x(3).
         2 Filler pic x.
         2 Detail-work-reference pic x(20).
         2 Filler pic x.
         2 Detail-work-description pic x(60).
         2 Filler pic x.
         2 Detail-work-base-amount pic 9(11)v99.
         2 Filler pic x.
         2 Detail-work-sign pic x.
       1 Closed-item-work.
         2 Closed-item-date pic 9(8).
         2 Filler pic x.
         2 Closed-item-time pic 9(8).
         2 Filler pic x.
         2 Closed-item-outcome pic x(10).
         2 Filler pic x.
         2 Closed-item-user-id pic x(8).
         2 Filler pic x.
         2 Closed-item-reason pic x(40).
         2 Filler pic x.
         2 Suspense-item-work.
           3 Suspense-item-type pic x.
           3 Filler pic x.
           3 Suspense-item-first-seen pic 9(8).
           3 Filler pic x.
           3 Suspense-item-reason-code pic x(20).
           3 Filler pic x.
           3 Suspense-item-failures pic 9(3).
           3 Filler pic x.
           3 Suspense-item-element pic x(40).
           3 Filler pic x.
           3 Suspense-item-value pic x(40).
           3 Filler pic x.
           3 Suspense-item-detail pic x(200).
           3 Filler pic x.
           3 Suspense-item-original pic x(200).
       1 Gl-record-work.
         2 Gl-record-type pic x.
         2 Filler pic x.
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
       1 Request-table.
         2 Request-entry occurs 200 times.
           3 Request-type pic x.
             88 Request-by-event value 'E'.
             88 Request-by-key value 'R'.
             88 Request-not-valid value 'X'.
           3 Request-card-text pic x(80).
           3 Request-account pic x(20).
           3 Request-reference pic x(20).
           3 Request-key-count pic 9(4) comp.
           3 Request-key occurs 10 times.
             4 Request-key-dataset pic x(44).
             4 Request-key-event pic 9(9).
           3 Request-section-count occurs 13 times pic 9(9) comp.
       1 Request-count pic 9(4) comp value 0.
       1 Request-index pic 9(4) comp value 0.
       1 Key-index pic 9(4) comp value 0.
       1 Section-index pic 9(4) comp value 0.
       1 Lookup-dataset pic x(44) value spaces.
       1 Lookup-event pic 9(9) value 0.
       1 Key-found-switch pic x value 'N'.
         88 Key-found value 'Y'.
       1 Request-match-switch pic x value 'N'.
         88 Request-matched value 'Y'.
       1 Scan-mode-switch pic x value 'T'.
         88 Scan-resolving value 'R'.
         88 Scan-tracing value 'T'.
       1 Current-section pic 99 value 0.
       1 Current-file-name pic x(20) value spaces.
       1 Release-sequence pic 9(9) comp value 0.
       1 Section-name-table.
         2 Filler pic x(44)
            value 'RAW ELEMENTS (EXTRACT-XML)'.
         2 Filler pic x(44)
            value 'ATTRIBUTES (ATTRIBUTE-XML)'.
         2 Filler pic x(44)
            value 'DETAIL AS POSTED (DETAIL-MASTER)'.
         2 Filler pic x(44)
            value 'HELD FOR CLOSED PERIOD (BACK-DATED HOLD)'.
         2 Filler pic x(44)
            value 'HELD FOR VALIDATION (VALIDATION-HOLD)'.
         2 Filler pic x(44)
            value 'VALIDATION FAILURES (VALIDATION-REJECT)'.
         2 Filler pic x(44)
            value 'DUPLICATE DIVERSION (DUPLICATE-SUSPENSE)'.
         2 Filler pic x(44)
            value 'OPEN IN SUSPENSE (SUSPENSE OPEN ITEMS)'.
         2 Filler pic x(44)
            value 'SUSPENSE DECISIONS (SUSPENSE CLOSED LOG)'.
         2 Filler pic x(44)
            value 'PARSE EXCEPTIONS (REJECT-XML)'.
         2 Filler pic x(44)
            value 'RECYCLED (RECYCLE-DETAIL)'.
         2 Filler pic x(44)
            value 'GL HAND-OFF (GL-INTERFACE)'.
         2 Filler pic x(44)
            value 'AUDIT STATUS OF PROCESSING RUN (AUDIT LOG)'.
       1 Section-name-view redefines Section-name-table.
         2 Section-name occurs 13 times pic x(44).
       1 Sort-end-switch pic x value 'N'.
         88 Sort-returns-done value 'Y'.
       1 Prior-request-number pic 9(4) value 0.
       1 Prior-section pic 99 value 0.
       1 Requests-read-count pic 9(9) comp value 0.
       1 Requests-invalid-count pic 9(9) comp value 0.
       1 Requests-not-found-count pic 9(9) comp value 0.
       1 Trace-lines-count pic 9(9) comp value 0.
       1 Request-total-found pic 9(9) comp value 0.
       1 Number-edit pic z(8)9.
       1 Amount-edit pic z(10)9.99.
       1 Code-edit pic -(9)9.
       1 Report-line-count pic 9(3) comp value 99.
       1 Report-page-count pic 9(3) comp value 0.
       1 Report-page-limit pic 9(3) comp value 55.
       1 Print-line-work pic x(132) value spaces.
       1 Report-head-1.
         2 Filler pic x value space.
         2 Filler pic x(38)
            value 'TXNTRACE TRANSACTION TRACE REPORT     '.
         2 Filler pic x(7) value 'RUN ON '.
         2 Head-run-date pic 9(8).
         2 Filler pic x(4) value ' AT '.
         2 Head-run-time pic 9(8).
         2 Filler pic x(55) value spaces.
         2 Filler pic x(5) value 'PAGE '.
         2 Head-page-number pic zz9.
       1 Report-head-2.
         2 Filler pic x value space.
         2 Filler pic x(13) value 'TRACE REQUEST'.
         2 Filler pic x value space.
         2 Head-request-number pic zzz9.
       1 Report-head-3.
         2 Filler pic x value space.
         2 Filler pic x(131) value all '-'.
       1 Trace-detail-line.
         2 Filler pic x(2) value spaces.
         2 Tdl-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Tdl-event pic 9(9).
         2 Filler pic x value space.
         2 Tdl-account pic x(20).
         2 Filler pic x value space.
         2 Tdl-amount pic z(10)9.99.
         2 Filler pic x value space.
         2 Tdl-sign pic x.
         2 Filler pic x value space.
         2 Tdl-date pic 9(8).
         2 Filler pic x value space.
         2 Tdl-currency pic x(3).
         2 Filler pic x value space.
         2 Tdl-reference pic x(20).
       1 Trace-gl-line.
         2 Filler pic x(2) value spaces.
         2 Filler pic x(4) value 'SRC '.
         2 Tgl-source pic x.
         2 Filler pic x value space.
         2 Tgl-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Tgl-event pic 9(9).
         2 Filler pic x value space.
         2 Tgl-amount pic z(10)9.99.
         2 Filler pic x value space.
         2 Tgl-sign pic x.
         2 Filler pic x(8) value ' POSTED '.
         2 Tgl-posted-date pic 9(8).
         2 Filler pic x(10) value ' RECEIVED '.
         2 Tgl-original-date pic 9(8).
       1 Trace-audit-line.
         2 Filler pic x(2) value spaces.
         2 Tal-run-date pic 9(8).
         2 Filler pic x value space.
         2 Tal-run-time pic 9(8).
         2 Filler pic x value space.
         2 Tal-dataset-name pic x(44).
         2 Filler pic x(8) value ' EVENTS '.
         2 Tal-event-total pic z(8)9.
         2 Filler pic x(8) value ' STATUS '.
         2 Tal-final-status pic 99.
         2 Filler pic x(12) value ' EXC/MIS/SEQ'.
         2 Filler pic x(9) value '/VAL/FRC '.
         2 Tal-flags pic x(9).
         2 Filler pic x(5) value ' DUP '.
         2 Tal-duplicate-count pic z(5)9.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
         2 Run-parm-text pic x(80).
       Procedure division using Run-parm.
           Perform Initialize-run-par
           Perform Load-requests-par
           If Request-count > 0
             Perform Resolve-requests-par
             Sort Sort-work
              on ascending key Sort-request-number
                               Sort-section
                               Sort-sequence
              input procedure is Gather-trace-sec
              output procedure is Print-trace-sec
             If Sort-return not = 0
               Display 'Sort failed, sort return: ' Sort-return
               Move 'Y' to Io-error-switch
             End-if
           End-if
           Perform Terminate-run-par
           Goback
           .
       Initialize-run-sec Section.
       Initialize-run-par.
           Accept Run-date from Date yyyymmdd
           Accept Run-time from Time
           Open output Trace-report
           If Trace-report-status not = 0
             Display 'Open failed, file status: ' Trace-report-status
             Move 12 to Return-code
             Goback
           End-if
           .
       Load-requests-par.
           Open input Trace-request
           If Trace-request-status = 0
             Perform Read-request-record-par
              until Trace-request-status not = 0
             Close Trace-request
           Else
             If Trace-request-status = 35
               Display 'Trace-request not present; nothing to trace'
             Else
               Display 'Open failed, file status: '
                Trace-request-status ' for Trace-request'
               Move 'Y' to Io-error-switch
             End-if
           End-if
           .
       Read-request-record-par.
           Read Trace-request
           If Trace-request-status = 0
                and Request-rec not = spaces
             Add 1 to Requests-read-count
             If Request-count < 200
               Add 1 to Request-count
               Move Request-count to Request-index
               Perform Store-request-par
             Else
               Display 'REQUEST TABLE FULL; card ignored: '
                Request-rec
               Add 1 to Requests-invalid-count
             End-if
           End-if
           .
       Store-request-par.
           Move Request-rec to Request-card-text(Request-index)
           Move spaces to Request-account(Request-index)
           Move spaces to Request-reference(Request-index)
           Move 0 to Request-key-count(Request-index)
           Perform Clear-section-count-par
            varying Section-index from 1 by 1
            until Section-index > 13
           Evaluate true
             When Request-in-type = 'E'
                  and Request-in-dataset not = spaces
                  and Request-in-event is numeric
               Move 'E' to Request-type(Request-index)
               Move 1 to Request-key-count(Request-index)
               Move Request-in-dataset
                to Request-key-dataset(Request-index, 1)
               Move Request-in-event
                to Request-key-event(Request-index, 1)
             When Request-in-type = 'R'
                  and Request-in-account not = spaces
                  and Request-in-reference not = spaces
               Move 'R' to Request-type(Request-index)
               Move Request-in-account to Request-account(Request-index)
               Move Request-in-reference
                to Request-reference(Request-index)
             When other
               Move 'X' to Request-type(Request-index)
               Add 1 to Requests-invalid-count
               Display 'TRACE REQUEST NOT VALID: ' Request-rec
           End-evaluate
           .
       Clear-section-count-par.
           Move 0 to Request-section-count(Request-index, Section-index)
           .
       Resolve-sec Section.
       Resolve-requests-par.
           Move 'R' to Scan-mode-switch
           Move 3 to Current-section
           Perform Scan-detail-master-par
           Move 4 to Current-section
           Perform Scan-backdated-hold-par
           Move 5 to Current-section
           Perform Scan-validation-hold-par
           Move 7 to Current-section
           Perform Scan-duplicate-suspense-par
           Move 'T' to Scan-mode-switch
           .
       Gather-trace-sec Section.
       Gather-trace-par.
           Move 3 to Current-section
           Perform Scan-detail-master-par
           Move 4 to Current-section
           Perform Scan-backdated-hold-par
           Move 5 to Current-section
           Perform Scan-validation-hold-par
           Move 7 to Current-section
           Perform Scan-duplicate-suspense-par
           Move 8 to Current-section
           Perform Scan-suspense-open-par
           Move 9 to Current-section
           Perform Scan-suspense-closed-par
           Move 11 to Current-section
           Perform Scan-recycle-detail-par
           Perform Scan-extract-par
           Perform Scan-attribute-par
           Perform Scan-validation-reject-par
           Perform Scan-reject-par
           Perform Scan-gl-interface-par
           Perform Scan-audit-par
           Perform Release-request-heading-par
            varying Request-index from 1 by 1
            until Request-index > Request-count
           .
       Scan-files-sec Section.
       Scan-detail-master-par.
           Open input Detail-master
           If Detail-master-status = 0
             Perform Read-detail-master-par
              until Detail-master-status not = 0
             Close Detail-master
           Else
             Move 'Detail-master' to Current-file-name
             Move Detail-master-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-detail-master-par.
           Read Detail-master into Detail-work
           If Detail-master-status = 0
             Perform Match-detail-work-par
           End-if
           .
       Scan-backdated-hold-par.
           Open input Backdated-hold
           If Backdated-hold-status = 0
             Perform Read-backdated-hold-par
              until Backdated-hold-status not = 0
             Close Backdated-hold
           Else
             Move 'Backdated-hold' to Current-file-name
             Move Backdated-hold-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-backdated-hold-par.
           Read Backdated-hold into Detail-work
           If Backdated-hold-status = 0
             Perform Match-detail-work-par
           End-if
           .
       Scan-validation-hold-par.
           Open input Validation-hold
           If Validation-hold-status = 0
             Perform Read-validation-hold-par
              until Validation-hold-status not = 0
             Close Validation-hold
           Else
             Move 'Validation-hold' to Current-file-name
             Move Validation-hold-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-validation-hold-par.
           Read Validation-hold into Detail-work
           If Validation-hold-status = 0
             Perform Match-detail-work-par
           End-if
           .
       Scan-duplicate-suspense-par.
           Open input Duplicate-suspense
           If Duplicate-suspense-status = 0
             Perform Read-duplicate-suspense-par
              until Duplicate-suspense-status not = 0
             Close Duplicate-suspense
           Else
             Move 'Duplicate-suspense' to Current-file-name
             Move Duplicate-suspense-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-duplicate-suspense-par.
           Read Duplicate-suspense into Detail-work
           If Duplicate-suspense-status = 0
             Perform Match-detail-work-par
           End-if
           .
       Scan-suspense-open-par.
           Open input Suspense-open-items
           If Suspense-open-status = 0
             Perform Read-suspense-open-par
              until Suspense-open-status not = 0
             Close Suspense-open-items
           Else
             Move 'Suspense-open-items' to Current-file-name
             Move Suspense-open-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-suspense-open-par.
           Read Suspense-open-items into Suspense-item-work
           If Suspense-open-status = 0
             Move Suspense-item-detail to Detail-work
             Perform Match-detail-work-par
           End-if
           .
       Scan-suspense-closed-par.
           Open input Suspense-closed-log
           If Suspense-closed-status = 0
             Perform Read-suspense-closed-par
              until Suspense-closed-status not = 0
             Close Suspense-closed-log
           Else
             Move 'Suspense-closed-log' to Current-file-name
             Move Suspense-closed-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-suspense-closed-par.
           Read Suspense-closed-log into Closed-item-work
           If Suspense-closed-status = 0
             Move Suspense-item-detail to Detail-work
             Perform Match-detail-work-par
           End-if
           .
       Scan-recycle-detail-par.
           Open input Recycle-detail
           If Recycle-detail-status = 0
             Perform Read-recycle-detail-par
              until Recycle-detail-status not = 0
             Close Recycle-detail
           Else
             Move 'Recycle-detail' to Current-file-name
             Move Recycle-detail-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-recycle-detail-par.
           Read Recycle-detail into Detail-work
           If Recycle-detail-status = 0
             Perform Match-detail-work-par
           End-if
           .
       Scan-extract-par.
           Move 1 to Current-section
           Open input Extract-XML
           If Extract-XML-status = 0
             Perform Read-extract-par
              until Extract-XML-status not = 0
             Close Extract-XML
           Else
             Move 'Extract-XML' to Current-file-name
             Move Extract-XML-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-extract-par.
           Read Extract-XML
           If Extract-XML-status = 0
                and Extract-detail-event > 0
             Move Extract-dataset-name to Lookup-dataset
             Move Extract-detail-event to Lookup-event
             Perform Match-event-key-par
              varying Request-index from 1 by 1
              until Request-index > Request-count
           End-if
           .
       Scan-attribute-par.
           Move 2 to Current-section
           Open input Attribute-XML
           If Attribute-XML-status = 0
             Perform Read-attribute-par
              until Attribute-XML-status not = 0
             Close Attribute-XML
           Else
             Move 'Attribute-XML' to Current-file-name
             Move Attribute-XML-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-attribute-par.
           Read Attribute-XML
           If Attribute-XML-status = 0
                and Attribute-detail-event > 0
             Move Attribute-dataset-name to Lookup-dataset
             Move Attribute-detail-event to Lookup-event
             Perform Match-event-key-par
              varying Request-index from 1 by 1
              until Request-index > Request-count
           End-if
           .
       Scan-validation-reject-par.
           Move 6 to Current-section
           Open input Validation-reject
           If Validation-reject-status = 0
             Perform Read-validation-reject-par
              until Validation-reject-status not = 0
             Close Validation-reject
           Else
             Move 'Validation-reject' to Current-file-name
             Move Validation-reject-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-validation-reject-par.
           Read Validation-reject
           If Validation-reject-status = 0
                and Valid-reject-detail-event > 0
             Move Valid-reject-dataset-name to Lookup-dataset
             Move Valid-reject-detail-event to Lookup-event
             Perform Match-event-key-par
              varying Request-index from 1 by 1
              until Request-index > Request-count
           End-if
           .
       Scan-reject-par.
           Move 10 to Current-section
           Open input Reject-XML
           If Reject-XML-status = 0
             Perform Read-reject-par
              until Reject-XML-status not = 0
             Close Reject-XML
           Else
             Move 'Reject-XML' to Current-file-name
             Move Reject-XML-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-reject-par.
           Read Reject-XML
           If Reject-XML-status = 0
                and Reject-segment-seq <= 1
             Move Reject-dataset-name to Lookup-dataset
             Perform Match-dataset-key-par
              varying Request-index from 1 by 1
              until Request-index > Request-count
           End-if
           .
       Scan-gl-interface-par.
           Move 12 to Current-section
           Open input Gl-interface
           If Gl-interface-status = 0
             Perform Read-gl-interface-par
              until Gl-interface-status not = 0
             Close Gl-interface
           Else
             Move 'Gl-interface' to Current-file-name
             Move Gl-interface-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-gl-interface-par.
           Read Gl-interface into Gl-record-work
           If Gl-interface-status = 0
                and Gl-record-type = 'D'
             Perform Match-gl-request-par
              varying Request-index from 1 by 1
              until Request-index > Request-count
           End-if
           .
       Scan-audit-par.
           Move 13 to Current-section
           Open input Audit-log
           If Audit-status = 0
             Perform Read-audit-par
              until Audit-status not = 0
             Close Audit-log
           Else
             Move 'Audit-log' to Current-file-name
             Move Audit-status to Trace-request-status
             Perform Report-open-failure-par
           End-if
           .
       Read-audit-par.
           Read Audit-log
           If Audit-status = 0
             Move Audit-dataset-name to Lookup-dataset
             Perform Match-dataset-key-par
              varying Request-index from 1 by 1
              until Request-index > Request-count
           End-if
           .
       Report-open-failure-par.
           If Trace-request-status = 35
             Display Current-file-name ' not present; not searched'
           Else
             Display 'Open failed, file status: '
              Trace-request-status ' for ' Current-file-name
             Move 'Y' to Io-error-switch
           End-if
           .
       Match-sec Section.
       Match-detail-work-par.
           Perform Match-detail-request-par
            varying Request-index from 1 by 1
            until Request-index > Request-count
           .
       Match-detail-request-par.
           Move 'N' to Request-match-switch
           If Request-account(Request-index) not = spaces
                and Detail-work-account = Request-account(Request-index)
                and Detail-work-reference =
                    Request-reference(Request-index)
             Move 'Y' to Request-match-switch
           End-if
           If not Request-matched and Current-section not = 11
             Move Detail-work-dataset-name to Lookup-dataset
             Move Detail-work-event to Lookup-event
             Perform Find-request-key-par
             If Key-found
               Move 'Y' to Request-match-switch
             End-if
           End-if
           If Request-matched
             If Scan-resolving
               If Request-account(Request-index) = spaces
                 Move Detail-work-account
                  to Request-account(Request-index)
                 Move Detail-work-reference
                  to Request-reference(Request-index)
               End-if
             Else
               If Current-section not = 11
                 Perform Add-request-key-par
               End-if
               Perform Release-detail-line-par
               Evaluate Current-section
                 When 8
                   Perform Release-suspense-open-line-par
                 When 9
                   Perform Release-suspense-closed-line-par
                 When other
                   Continue
               End-evaluate
             End-if
           End-if
           .
       Find-request-key-par.
           Move 'N' to Key-found-switch
           Perform Match-one-key-par
            varying Key-index from 1 by 1
            until Key-index > Request-key-count(Request-index)
             or Key-found
           .
       Match-one-key-par.
           If Lookup-dataset =
                  Request-key-dataset(Request-index, Key-index)
                and Lookup-event =
                    Request-key-event(Request-index, Key-index)
             Move 'Y' to Key-found-switch
           End-if
           .
       Add-request-key-par.
           Move Detail-work-dataset-name to Lookup-dataset
           Move Detail-work-event to Lookup-event
           Perform Find-request-key-par
           If not Key-found
             If Request-key-count(Request-index) < 10
               Add 1 to Request-key-count(Request-index)
               Move Request-key-count(Request-index) to Key-index
               Move Lookup-dataset
                to Request-key-dataset(Request-index, Key-index)
               Move Lookup-event
                to Request-key-event(Request-index, Key-index)
             Else
               Display 'TRACE KEY TABLE FULL FOR REQUEST '
                Request-index '; not followed: ' Lookup-dataset
                ' ' Lookup-event
             End-if
           End-if
           .
       Match-event-key-par.
           Perform Find-request-key-par
           If Key-found
             Evaluate Current-section
               When 1
                 Perform Release-extract-line-par
               When 2
                 Perform Release-attribute-line-par
               When other
                 Perform Release-validation-line-par
             End-evaluate
           End-if
           .
       Match-dataset-key-par.
           Move 'N' to Key-found-switch
           Perform Match-one-dataset-par
            varying Key-index from 1 by 1
            until Key-index > Request-key-count(Request-index)
             or Key-found
           If Key-found
             If Current-section = 10
               Perform Release-reject-line-par
             Else
               Perform Release-audit-line-par
             End-if
           End-if
           .
       Match-one-dataset-par.
           If Lookup-dataset =
                  Request-key-dataset(Request-index, Key-index)
             Move 'Y' to Key-found-switch
           End-if
           .
       Match-gl-request-par.
           Move 'N' to Request-match-switch
           If Request-account(Request-index) not = spaces
                and Gl-account = Request-account(Request-index)
                and Gl-reference = Request-reference(Request-index)
             Move 'Y' to Request-match-switch
           Else
             Move Gl-dataset-name to Lookup-dataset
             Move Gl-event-number to Lookup-event
             Perform Find-request-key-par
             If Key-found
               Move 'Y' to Request-match-switch
             End-if
           End-if
           If Request-matched
             Perform Release-gl-line-par
           End-if
           .
       Release-sec Section.
       Release-detail-line-par.
           Move Detail-work-dataset-name to Tdl-dataset-name
           Move Detail-work-event to Tdl-event
           Move Detail-work-account to Tdl-account
           Move Detail-work-amount to Tdl-amount
           Move Detail-work-sign to Tdl-sign
           Move Detail-work-date to Tdl-date
           Move Detail-work-currency to Tdl-currency
           Move Detail-work-reference to Tdl-reference
           Move Trace-detail-line to Sort-text
           Perform Release-trace-line-par
           Move spaces to Sort-text
           Move 'DESCRIPTION:' to Sort-text(5:12)
           Move Detail-work-description to Sort-text(18:60)
           Perform Release-trace-line-par
           .
       Release-suspense-open-line-par.
           Move spaces to Sort-text
           Move 'TYPE' to Sort-text(5:4)
           Move Suspense-item-type to Sort-text(10:1)
           Move 'FIRST SEEN' to Sort-text(12:10)
           Move Suspense-item-first-seen to Sort-text(23:8)
           Move 'REASON' to Sort-text(32:6)
           Move Suspense-item-reason-code to Sort-text(39:20)
           Move Suspense-item-element to Sort-text(60:40)
           Move Suspense-item-value to Sort-text(101:32)
           Perform Release-trace-line-par
           .
       Release-suspense-closed-line-par.
           Move spaces to Sort-text
           Move 'TYPE' to Sort-text(5:4)
           Move Suspense-item-type to Sort-text(10:1)
           Move Closed-item-outcome to Sort-text(12:10)
           Move 'ON' to Sort-text(23:2)
           Move Closed-item-date to Sort-text(26:8)
           Move Closed-item-time to Sort-text(35:8)
           Move 'BY' to Sort-text(44:2)
           Move Closed-item-user-id to Sort-text(47:8)
           Move 'REASON' to Sort-text(56:6)
           Move Closed-item-reason to Sort-text(63:40)
           Perform Release-trace-line-par
           .
       Release-extract-line-par.
           Move spaces to Sort-text
           Move 'EV' to Sort-text(3:2)
           Move Extract-event-number to Sort-text(6:9)
           Move Extract-element-name to Sort-text(16:40)
           Move Extract-element-text to Sort-text(57:76)
           Perform Release-trace-line-par
           .
       Release-attribute-line-par.
           Move spaces to Sort-text
           Move 'EV' to Sort-text(3:2)
           Move Attribute-event-number to Sort-text(6:9)
           Move Attribute-owner-element to Sort-text(16:30)
           Move Attribute-name to Sort-text(47:30)
           Move Attribute-value to Sort-text(78:55)
           Perform Release-trace-line-par
           .
       Release-validation-line-par.
           Move spaces to Sort-text
           Move 'EV' to Sort-text(3:2)
           Move Valid-reject-event-number to Sort-text(6:9)
           Move Valid-reject-element-name to Sort-text(16:40)
           Move Valid-reject-rule to Sort-text(57:20)
           Move Valid-reject-value to Sort-text(78:55)
           Perform Release-trace-line-par
           .
       Release-reject-line-par.
           Move spaces to Sort-text
           Move 'EV' to Sort-text(3:2)
           Move Reject-event-number to Sort-text(6:9)
           Move 'SEG' to Sort-text(16:3)
           Move Reject-segment-seq to Sort-text(20:4)
           Move 'CODE' to Sort-text(25:4)
           Move Reject-xml-code to Code-edit
           Move Code-edit to Sort-text(30:10)
           Move Reject-xml-text to Sort-text(41:80)
           Perform Release-trace-line-par
           .
       Release-gl-line-par.
           Move Gl-source-code to Tgl-source
           Move Gl-dataset-name to Tgl-dataset-name
           Move Gl-event-number to Tgl-event
           Move Gl-amount to Tgl-amount
           Move Gl-sign to Tgl-sign
           Move Gl-date to Tgl-posted-date
           Move Gl-original-date to Tgl-original-date
           Move Trace-gl-line to Sort-text
           Perform Release-trace-line-par
           .
       Release-audit-line-par.
           Move Audit-run-date to Tal-run-date
           Move Audit-run-time to Tal-run-time
           Move Audit-dataset-name to Tal-dataset-name
           Move Audit-event-total to Tal-event-total
           Move Audit-final-status to Tal-final-status
           Move spaces to Tal-flags
           Move Audit-exception-flag to Tal-flags(1:1)
           Move '/' to Tal-flags(2:1)
           Move Audit-mismatch-flag to Tal-flags(3:1)
           Move '/' to Tal-flags(4:1)
           Move Audit-sequence-flag to Tal-flags(5:1)
           Move '/' to Tal-flags(6:1)
           Move Audit-validation-flag to Tal-flags(7:1)
           Move '/' to Tal-flags(8:1)
           Move Audit-forced-flag to Tal-flags(9:1)
           Move Audit-duplicate-count to Tal-duplicate-count
           Move Trace-audit-line to Sort-text
           Perform Release-trace-line-par
           .
       Release-trace-line-par.
           Add 1 to Release-sequence
           Move Request-index to Sort-request-number
           Move Current-section to Sort-section
           Move Release-sequence to Sort-sequence
           Release Sort-rec
           Add 1
            to Request-section-count(Request-index, Current-section)
           Add 1 to Trace-lines-count
           .
       Release-request-heading-par.
           Move Request-index to Sort-request-number
           Move 0 to Sort-section
           Move 0 to Sort-sequence
           Move spaces to Sort-text
           Move 'REQUEST CARD:' to Sort-text(2:13)
           Move Request-card-text(Request-index) to Sort-text(16:80)
           Release Sort-rec
           Move 1 to Sort-sequence
           Move spaces to Sort-text
           Evaluate true
             When Request-not-valid(Request-index)
               Move 'REQUEST CARD NOT VALID; NOT TRACED'
                to Sort-text(2:34)
             When Request-account(Request-index) = spaces
               Move 'ACCOUNT AND REFERENCE NOT RESOLVED'
                to Sort-text(2:34)
             When other
               Move 'ACCOUNT:' to Sort-text(2:8)
               Move Request-account(Request-index) to Sort-text(11:20)
               Move 'REFERENCE:' to Sort-text(32:10)
               Move Request-reference(Request-index)
                to Sort-text(43:20)
           End-evaluate
           Move 'DATASET/EVENT KEYS FOLLOWED:' to Sort-text(65:28)
           Move Request-key-count(Request-index) to Number-edit
           Move Number-edit to Sort-text(94:9)
           Release Sort-rec
           If not Request-not-valid(Request-index)
             Move 0 to Request-total-found
             Perform Release-section-title-par
              varying Section-index from 1 by 1
              until Section-index > 13
             If Request-total-found = 0
               Add 1 to Requests-not-found-count
             End-if
           End-if
           .
       Release-section-title-par.
           Move Request-index to Sort-request-number
           Move Section-index to Sort-section
           Move 0 to Sort-sequence
           Move spaces to Sort-text
           Move Section-name(Section-index) to Sort-text(2:44)
           Release Sort-rec
           Add Request-section-count(Request-index, Section-index)
            to Request-total-found
           If Request-section-count(Request-index, Section-index) = 0
             Move 1 to Sort-sequence
             Move spaces to Sort-text
             Move 'NONE FOUND' to Sort-text(5:10)
             Release Sort-rec
           End-if
           .
       Print-trace-sec Section.
       Print-trace-par.
           Move 'N' to Sort-end-switch
           Move 0 to Prior-request-number
           Perform Return-trace-line-par
            until Sort-returns-done
           .
       Print-support-sec Section.
       Return-trace-line-par.
           Return Sort-work
             at end
               Move 'Y' to Sort-end-switch
             not at end
               Perform Print-trace-line-par
           End-return
           .
       Print-trace-line-par.
           If Sort-request-number not = Prior-request-number
             Move Sort-request-number to Prior-request-number
             Move Sort-request-number to Head-request-number
             Move 0 to Prior-section
             Move 99 to Report-line-count
           End-if
           If Sort-section not = Prior-section
             Move Sort-section to Prior-section
             Move spaces to Print-line-work
             Perform Write-report-line-par
           End-if
           Move Sort-text to Print-line-work
           Perform Write-report-line-par
           .
       Write-report-line-par.
           If Report-line-count >= Report-page-limit
             Perform Write-report-heading-par
           End-if
           Write Report-line from Print-line-work
           If Trace-report-status not = 0
             Display 'Write failed, file status: '
              Trace-report-status ' for Trace-report'
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
           If Trace-report-status not = 0
             Display 'Write failed, file status: '
              Trace-report-status ' for Trace-report'
             Move 'Y' to Io-error-switch
           End-if
           .
       Terminate-run-sec Section.
       Terminate-run-par.
           If Request-count = 0
             Move spaces to Print-line-work
             Move 'NO TRACE REQUESTS SUPPLIED' to Print-line-work(2:26)
             Perform Write-report-line-par
           End-if
           Close Trace-report
           Display 'Transaction trace summary for this run:'
           Display '  Request cards read:      ' Requests-read-count
           Display '  Request cards not valid: ' Requests-invalid-count
           Display '  Requests with no trace:  '
            Requests-not-found-count
           Display '  Trace lines written:     ' Trace-lines-count
           Evaluate true
             When Io-error-occurred
               Move 12 to Return-code
             When Request-count = 0
               Move 4 to Return-code
             When Requests-invalid-count > 0
                  or Requests-not-found-count > 0
               Move 4 to Return-code
             When other
               Move 0 to Return-code
           End-evaluate
           .
       End program TXNTRACE-PAR.
