           Select Alert-file
            Assign to alrfile
            File status is Alert-status.
           Select Response-file
            Assign to Response-dsn
            File status is Response-status.
           Select Backdated-hold
            Assign to bdhfile
            File status is Backdated-hold-status.
           Select Validation-hold
            Assign to vsdfile
            File status is Validation-hold-status.
           Select Period-control
            Assign to prdfile
            File status is Period-control-status.
       Data division.
       File section.
       FD Input-XML
         2 Extract-element-name pic x(40).
         2 Filler pic x value space.
         2 Extract-element-text pic x(512).
         2 Filler pic x value space.
         2 Extract-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Extract-detail-event pic 9(9).
       FD Detail-master
           Recording mode F.
       1 Detail-rec.
         2 Attribute-name pic x(40).
         2 Filler pic x value space.
         2 Attribute-value pic x(120).
         2 Filler pic x value space.
         2 Attribute-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Attribute-detail-event pic 9(9).
       FD Checkpoint-file
           Recording mode F.
       1 Checkpoint-rec.
         2 Audit-validation-flag pic x.
         2 Filler pic x value space.
         2 Audit-duplicate-count pic 9(9).
         2 Filler pic x value space.
         2 Audit-forced-flag pic x.
         2 Filler pic x value space.
         2 Audit-valid-reject-count pic 9(9).
       FD Tolerance-file
           Recording mode F.
       1 Tolerance-rec pic x(80).
         2 Valid-reject-rule pic x(20).
         2 Filler pic x value space.
         2 Valid-reject-value pic x(512).
         2 Filler pic x value space.
         2 Valid-reject-dataset-name pic x(44).
         2 Filler pic x value space.
         2 Valid-reject-detail-event pic 9(9).
       FD Report-file
           Recording mode F.
       1 Report-line pic x(132).
         2 Alert-count-1 pic 9(9).
         2 Filler pic x value space.
         2 Alert-count-2 pic 9(9).
       FD Response-file
           Recording mode F.
       1 Response-line pic x(256).
       FD Backdated-hold
           Recording mode F.
       1 Backdated-rec pic x(200).
       FD Validation-hold
           Recording mode F.
       1 Valid-held-rec pic x(200).
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
       Working-storage section.
       1 Event-number pic 9(9) comp.
       1 Rec-length comp-5 pic 9(4).
       1 New-history-index pic 9(4) comp value 0.
       1 File-duplicate-count pic 9(9) comp value 0.
       1 Total-duplicate-count pic 9(9) comp value 0.
       1 File-backdated-count pic 9(9) comp value 0.
       1 Total-backdated-count pic 9(9) comp value 0.
       1 File-valid-held-count pic 9(9) comp value 0.
       1 Total-valid-held-count pic 9(9) comp value 0.
       1 Detail-invalid-switch pic x value 'N'.
         88 Detail-failed-validation value 'Y'.
       1 File-net-amount pic s9(13)v99 value 0.
       1 File-net-base-amount pic s9(13)v99 value 0.
       1 Total-net-amount pic s9(13)v99 value 0.
       1 File-valid-reject-count pic 9(9) comp value 0.
       1 Total-valid-reject-count pic 9(9) comp value 0.
       1 Rule-failure-text pic x(20).
       1 Rule-failure-length pic 9(4) comp value 0.
       1 Valid-month-work pic 99 value 0.
       1 Valid-day-work pic 99 value 0.
       1 Report-status pic 99.
         88 Force-run-requested value 'Y'.
       1 Force-dataset-switch pic x value 'N'.
         88 Force-dataset-requested value 'Y'.
       1 Forced-rerun-switch pic x value 'N'.
         88 Forced-rerun-occurred value 'Y'.
       1 Skip-dataset-switch pic x value 'N'.
         88 Skip-dataset-processing value 'Y'.
       1 Field-content-length pic 9(4) comp value 0.
       1 Amount-frac redefines Amount-frac-x pic 99.
       1 Amount-excess-text pic x(3).
       1 Amount-excess-length pic 9(3) comp value 0.
       1 Backdated-hold-status pic 99.
       1 Validation-hold-status pic 99.
       1 Period-control-status pic 99.
       1 Closed-period-table.
         2 Closed-period-entry occurs 600 times pic 9(6).
       1 Closed-period-count pic 9(4) comp value 0.
       1 Closed-period-index pic 9(4) comp value 0.
       1 Closed-period-found-switch pic x value 'N'.
         88 Closed-period-found value 'Y'.
       1 Detail-period-work pic 9(6) value 0.
       1 Response-status pic 99.
       1 Response-dsn pic x(44) value spaces.
       1 Response-dsn-length pic 9(4) comp value 0.
       1 File-detail-written-count pic 9(9) comp value 0.
       1 Response-result-text pic x(22).
       1 Response-message-text pic x(60).
       1 Response-reject-count pic 9(4) comp value 0.
       1 Response-reject-index pic 9(4) comp value 0.
       1 Response-reject-omitted pic 9(9) comp value 0.
       1 Response-reject-table.
         2 Response-reject-entry occurs 500 times.
           3 Response-reject-event pic 9(9).
           3 Response-reject-reason pic x(60).
       1 Response-event-work pic 9(9) value 0.
       1 Response-reason-work pic x(60).
       1 Response-ptr pic 9(4) comp value 1.
       1 Response-field-name pic x(30).
       1 Response-field-value pic x(80).
       1 Response-field-length pic 9(4) comp value 0.
       1 Response-field-kind pic x value 'T'.
         88 Response-field-numeric value 'N'.
       1 Response-last-field-switch pic x value 'N'.
         88 Response-last-field value 'Y'.
       1 Response-number-value pic 9(9) value 0.
       1 Response-number-edit pic z(8)9.
       1 Response-lead-count pic 9(4) comp value 0.
       1 Response-event-text pic x(9).
       1 Response-event-length pic 9(4) comp value 0.
       Linkage section.
       1 Run-parm.
         2 Run-parm-len comp pic s9(4).
             Move 12 to Return-code
             Goback
           End-if
           Open output Backdated-hold
           If Backdated-hold-status not = 0
             Display 'Open failed, file status: ' Backdated-hold-status
             Close Reject-XML
             Close Extract-XML
             Close Detail-master
             Close Attribute-XML
             Close Validation-reject
             Close Report-file
             Close Alert-file
             Close Duplicate-suspense
             Move 12 to Return-code
             Goback
           End-if
           Open output Validation-hold
           If Validation-hold-status not = 0
             Display 'Open failed, file status: ' Validation-hold-status
             Close Reject-XML
             Close Extract-XML
             Close Detail-master
             Close Attribute-XML
             Close Validation-reject
             Close Report-file
             Close Alert-file
             Close Duplicate-suspense
             Close Backdated-hold
             Move 12 to Return-code
             Goback
           End-if
           Accept Report-run-date from Date yyyymmdd
           Accept Report-run-time from Time
           Perform Load-rules-par
           Perform Load-tag-map-par
           Perform Load-history-par
           Perform Load-prior-runs-par
           Perform Load-periods-par
           If Restart-requested
             Perform Read-checkpoint-par
             If Checkpoint-was-found
             Close Report-file
             Close Alert-file
             Close Duplicate-suspense
             Close Backdated-hold
             Close Validation-hold
             Move 12 to Return-code
             Goback
           End-if
             Close Report-file
             Close Alert-file
             Close Duplicate-suspense
             Close Backdated-hold
             Close Validation-hold
             Close Checkpoint-file
             Move 12 to Return-code
             Goback
             Close Report-file
             Close Alert-file
             Close Duplicate-suspense
             Close Backdated-hold
             Close Validation-hold
             Close Checkpoint-file
             Close Audit-log
             Move 12 to Return-code
           .
       Check-prior-success-par.
           Move 'N' to Skip-dataset-switch
           Move 'N' to Forced-rerun-switch
           Move Input-XML-dsn to Prior-run-lookup-name
           Move 'N' to Prior-run-found-switch
           Perform Find-prior-run-par
            varying Prior-run-index from 1 by 1
            until Prior-run-index > Prior-run-count
             or Prior-run-found
           If Prior-run-found
             If Force-run-requested or Force-dataset-requested
               Move 'Y' to Forced-rerun-switch
             Else
               Move 'Y' to Skip-dataset-switch
             End-if
           End-if
           Perform Write-report-line-par
           Move spaces to Print-line-work
           Perform Write-report-line-par
           If Multi-file-mode
             Move 'ALREADY PROCESSED' to Response-result-text
             Move 'DATASET ALREADY PROCESSED THIS DATE; NOT REPOSTED'
              to Response-message-text
             Perform Write-response-par
           End-if
           .
       Run-one-dataset-par.
           Perform Set-tag-names-par
           Move 0 to File-reject-count
           Move 0 to File-valid-reject-count
           Move 0 to File-duplicate-count
           Move 0 to File-detail-written-count
           Move 0 to File-backdated-count
           Move 0 to File-valid-held-count
           Move 0 to Response-reject-count
           Move 0 to Response-reject-omitted
           Move 0 to File-net-amount
           Move 0 to File-net-base-amount
           Move 0 to Final-input-status
               Display 'Write failed, file status: '
                Duplicate-suspense-status ' for Duplicate-suspense'
             End-if
             Move Work-detail-event to Response-event-work
             Move 'DUPLICATE ACCOUNT AND REFERENCE'
              to Response-reason-work
             Perform Add-response-reject-par
           End-if
           .
       Track-attribute-name-par.
             Move Attribute-owner-name to Attribute-owner-element
             Move Pending-attribute-name to Attribute-name
             Move Pending-attribute-text to Attribute-value
             Move Input-XML-dsn to Attribute-dataset-name
             If Inside-detail
               Move Work-detail-event to Attribute-detail-event
             Else
               Move 0 to Attribute-detail-event
             End-if
             Write Attribute-rec
             If Attribute-XML-status not = 0
               Display 'Write failed, file status: '
           Move spaces to Work-detail-description
           Move 0 to Work-detail-base-amount
           Move 'D' to Work-detail-sign
           Move 'N' to Detail-invalid-switch
           .
       Capture-detail-field-par.
           Compute Field-content-length = Pending-text-ptr - 1
             Move Pending-element-name to Valid-reject-element-name
             Move Rule-failure-text to Valid-reject-rule
             Move Pending-element-text to Valid-reject-value
             Move Input-XML-dsn to Valid-reject-dataset-name
             If Inside-detail
               Move Work-detail-event to Valid-reject-detail-event
               Move 'Y' to Detail-invalid-switch
             Else
               Move 0 to Valid-reject-detail-event
             End-if
             Write Valid-reject-rec
             If Validation-reject-status not = 0
               Display 'Write failed, file status: '
                Validation-reject-status ' for Validation-reject'
             End-if
             If Inside-detail
               Move Work-detail-event to Response-event-work
             Else
               Move Event-number to Response-event-work
             End-if
             Move 20 to Rule-failure-length
             Perform Trim-rule-failure-par
              until Rule-failure-length = 1
               or Rule-failure-text(Rule-failure-length:1) not = space
             Move spaces to Response-reason-work
             String Rule-failure-text(1:Rule-failure-length)
              delimited by size
              ': ' delimited by size
              Pending-element-name delimited by space
              into Response-reason-work
             Perform Add-response-reject-par
           End-if
           .
       Trim-rule-failure-par.
           Subtract 1 from Rule-failure-length
           .
       Load-rules-par.
           Open input Rules-file
             End-if
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
               Move 12 to Severity-candidate
               Perform Raise-severity-par
             End-if
           End-if
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
             Else
               Display 'CLOSED PERIOD TABLE FULL; period ignored: '
                Period-month
               Move 8 to Severity-candidate
               Perform Raise-severity-par
             End-if
           End-if
           .
       Find-closed-period-par.
           If Detail-period-work =
              Closed-period-entry(Closed-period-index)
             Move 'Y' to Closed-period-found-switch
           End-if
           .
       Load-history-par.
           Open input Reference-history
           If Reference-history-status = 0
               Add Work-detail-amount to File-net-amount
               Add Work-detail-base-amount to File-net-base-amount
             End-if
             Move Work-detail-date(1:6) to Detail-period-work
             Move 'N' to Closed-period-found-switch
             Perform Find-closed-period-par
              varying Closed-period-index from 1 by 1
              until Closed-period-index > Closed-period-count
               or Closed-period-found
             Evaluate true
               When Detail-failed-validation
                 Write Valid-held-rec from Detail-rec
                 If Validation-hold-status not = 0
                   Display 'Write failed, file status: '
                    Validation-hold-status ' for Validation-hold'
                 End-if
                 Add 1 to File-valid-held-count
                 Add 1 to Total-valid-held-count
                 If not Summary-trace
                   Display 'DETAIL FAILED VALIDATION HELD: ev '
                    Work-detail-event
                 End-if
               When Closed-period-found
                 Write Backdated-rec from Detail-rec
                 If Backdated-hold-status not = 0
                   Display 'Write failed, file status: '
                    Backdated-hold-status ' for Backdated-hold'
                 End-if
                 Add 1 to File-backdated-count
                 Add 1 to Total-backdated-count
                 If not Summary-trace
                   Display 'DETAIL IN CLOSED PERIOD HELD: ev '
                    Work-detail-event ' date ' Work-detail-date
                 End-if
               When other
                 Write Detail-rec
                 If Detail-master-status not = 0
                   Display 'Write failed, file status: '
                    Detail-master-status ' for Detail-master'
                 End-if
                 Add 1 to File-detail-written-count
             End-evaluate
           End-if
           .
       Validate-trailer-count-par.
             Move Current-ns-uri to Extract-namespace-uri
             Move Pending-element-name to Extract-element-name
             Move Pending-element-text to Extract-element-text
             Move Input-XML-dsn to Extract-dataset-name
             If Inside-detail
               Move Work-detail-event to Extract-detail-event
             Else
               Move 0 to Extract-detail-event
             End-if
             Write Extract-rec
             If Extract-XML-status not = 0
               Display 'Write failed, file status: ' Extract-XML-status
             End-if
             Add 1 to File-reject-count
             Add 1 to Total-reject-count
             Move Event-number to Response-event-work
             Move 'XML PARSE EXCEPTION' to Response-reason-work
             Perform Add-response-reject-par
             Perform Check-reject-tolerance-par
           End-if
           .
             End-if
             Add 1 to File-reject-count
             Add 1 to Total-reject-count
             Move Event-number to Response-event-work
             Move Reject-xml-text to Response-reason-work
             Perform Add-response-reject-par
             Perform Check-reject-tolerance-par
           End-if
           .
           Close Attribute-XML
           Close Validation-reject
           Close Duplicate-suspense
           Close Backdated-hold
           Close Validation-hold
           Close Reference-history
           Close Checkpoint-file
           Close Audit-log
             Move 'N' to Audit-validation-flag
           End-if
           Move File-duplicate-count to Audit-duplicate-count
           If Forced-rerun-occurred
             Move 'Y' to Audit-forced-flag
           Else
             Move 'N' to Audit-forced-flag
           End-if
           Move File-valid-reject-count to Audit-valid-reject-count
           If File-duplicate-count > 0
             Move 4 to Severity-candidate
             Perform Raise-severity-par
             Move 4 to Severity-candidate
             Perform Raise-severity-par
           End-if
           If File-backdated-count > 0
             Display 'DETAILS HELD FOR CLOSED PERIODS: '
              File-backdated-count ' in ' Input-XML-dsn
             Move 4 to Severity-candidate
             Perform Raise-severity-par
           End-if
           If Validation-error-occurred
             Move 4 to Severity-candidate
             Perform Raise-severity-par
           End-if
           Perform Write-dataset-report-par
           Perform Send-dataset-alert-par
           If Multi-file-mode
             Perform Set-response-result-par
             Perform Write-response-par
           End-if
           .
       Set-response-result-par.
           Evaluate true
             When Final-input-status not = 0
                  and Final-input-status not = 10
               Move 'REJECTED' to Response-result-text
               Move 'DATASET COULD NOT BE READ'
                to Response-message-text
             When Total-records-read = 0
               Move 'REJECTED' to Response-result-text
               Move 'DATASET IS EMPTY' to Response-message-text
             When Buffer-overflow-occurred
               Move 'REJECTED' to Response-result-text
               Move 'DOCUMENT TOO LARGE TO PROCESS'
                to Response-message-text
             When Any-exception-occurred
               Move 'REJECTED' to Response-result-text
               Move 'DOCUMENT FAILED TO PARSE; RESUBMIT CORRECTED FILE'
                to Response-message-text
             When Count-mismatch-occurred
               Move 'ACCEPTED WITH ERRORS' to Response-result-text
               Move 'TRAILER COUNT DID NOT RECONCILE'
                to Response-message-text
             When Sequence-error-occurred
               Move 'ACCEPTED WITH ERRORS' to Response-result-text
               Move 'ELEMENTS OUT OF SEQUENCE' to Response-message-text
             When Validation-error-occurred
                  or File-duplicate-count > 0
               Move 'ACCEPTED WITH ERRORS' to Response-result-text
               Move 'SOME DETAILS REJECTED; SEE REJECTED EVENTS'
                to Response-message-text
             When other
               Move 'ACCEPTED' to Response-result-text
               Move 'ALL DETAILS ACCEPTED' to Response-message-text
           End-evaluate
           .
       Add-response-reject-par.
           If Response-reject-count < 500
             Add 1 to Response-reject-count
             Move Response-event-work
              to Response-reject-event(Response-reject-count)
             Move Response-reason-work
              to Response-reject-reason(Response-reject-count)
           Else
             Add 1 to Response-reject-omitted
           End-if
           .
       Write-response-par.
           Move 0 to Response-dsn-length
           Inspect Input-XML-dsn tallying Response-dsn-length
            for characters before initial space
           If Response-dsn-length > 40
             Move 40 to Response-dsn-length
           End-if
           Move spaces to Response-dsn
           String Input-XML-dsn(1:Response-dsn-length)
            delimited by size
            '.RSP' delimited by size
            into Response-dsn
           Open output Response-file
           If Response-status not = 0
             Display 'Open failed, file status: ' Response-status
              ' for response ' Response-dsn
             Move 4 to Severity-candidate
             Perform Raise-severity-par
           Else
             If Json-format-dataset
               Perform Write-json-response-par
             Else
               Perform Write-xml-response-par
             End-if
             Close Response-file
             If not Summary-trace
               Display 'Response written: ' Response-dsn ' '
                Response-result-text
             End-if
           End-if
           .
       Write-xml-response-par.
           Move '<?xml version="1.0" encoding="UTF-8"?>'
            to Response-line
           Perform Write-response-line-par
           Move '<RESPONSE>' to Response-line
           Perform Write-response-line-par
           Perform Put-response-header-par
           If Response-result-text not = 'ALREADY PROCESSED'
             Perform Put-response-counts-par
             If Response-reject-count = 0
               Move '  <REJECTED_EVENTS/>' to Response-line
               Perform Write-response-line-par
             Else
               Move '  <REJECTED_EVENTS>' to Response-line
               Perform Write-response-line-par
               Perform Put-response-reject-par
                varying Response-reject-index from 1 by 1
                until Response-reject-index > Response-reject-count
               Move '  </REJECTED_EVENTS>' to Response-line
               Perform Write-response-line-par
             End-if
             Move 'REJECTS_NOT_LISTED' to Response-field-name
             Move Response-reject-omitted to Response-number-value
             Perform Put-response-number-par
           End-if
           Move '</RESPONSE>' to Response-line
           Perform Write-response-line-par
           .
       Write-json-response-par.
           Move '{' to Response-line
           Perform Write-response-line-par
           Move '  "RESPONSE": {' to Response-line
           Perform Write-response-line-par
           Perform Put-response-header-par
           If Response-result-text not = 'ALREADY PROCESSED'
             Perform Put-response-counts-par
             If Response-reject-count = 0
               Move '    "REJECTED_EVENTS": [],' to Response-line
               Perform Write-response-line-par
             Else
               Move '    "REJECTED_EVENTS": [' to Response-line
               Perform Write-response-line-par
               Perform Put-response-reject-par
                varying Response-reject-index from 1 by 1
                until Response-reject-index > Response-reject-count
               Move '    ],' to Response-line
               Perform Write-response-line-par
             End-if
             Move 'REJECTS_NOT_LISTED' to Response-field-name
             Move Response-reject-omitted to Response-number-value
             Move 'Y' to Response-last-field-switch
             Perform Put-response-number-par
           End-if
           Move '  }' to Response-line
           Perform Write-response-line-par
           Move '}' to Response-line
           Perform Write-response-line-par
           .
       Put-response-header-par.
           Move 'N' to Response-last-field-switch
           Move 'DATASET' to Response-field-name
           Move Input-XML-dsn to Response-field-value
           Perform Put-response-text-par
           Move 'RUN_DATE' to Response-field-name
           Move Report-run-date to Response-field-value
           Perform Put-response-text-par
           Move 'RUN_TIME' to Response-field-name
           Move Report-run-time(1:6) to Response-field-value
           Perform Put-response-text-par
           Move 'STATUS' to Response-field-name
           Move Response-result-text to Response-field-value
           Perform Put-response-text-par
           If Response-result-text = 'ALREADY PROCESSED'
             Move 'Y' to Response-last-field-switch
           End-if
           Move 'MESSAGE' to Response-field-name
           Move Response-message-text to Response-field-value
           Perform Put-response-text-par
           .
       Put-response-counts-par.
           Move 'EVENT_TOTAL' to Response-field-name
           Move File-event-count to Response-number-value
           Perform Put-response-number-par
           Move 'DETAILS_WRITTEN' to Response-field-name
           Move File-detail-written-count to Response-number-value
           Perform Put-response-number-par
           Move 'BACKDATED_HELD' to Response-field-name
           Move File-backdated-count to Response-number-value
           Perform Put-response-number-par
           Move 'VALIDATION_HELD' to Response-field-name
           Move File-valid-held-count to Response-number-value
           Perform Put-response-number-par
           Move 'DUPLICATES_DIVERTED' to Response-field-name
           Move File-duplicate-count to Response-number-value
           Perform Put-response-number-par
           Move 'VALIDATION_REJECTS' to Response-field-name
           Move File-valid-reject-count to Response-number-value
           Perform Put-response-number-par
           Move 'PARSE_EXCEPTIONS' to Response-field-name
           Move File-reject-count to Response-number-value
           Perform Put-response-number-par
           Move 'TRAILER_COUNT' to Response-field-name
           Move Expected-detail-count to Response-number-value
           Perform Put-response-number-par
           Move 'DETAIL_COUNT' to Response-field-name
           Move Actual-detail-count to Response-number-value
           Perform Put-response-number-par
           Move 'TRAILER_RECONCILED' to Response-field-name
           If Count-mismatch-occurred or not Trailer-was-seen
             Move 'NO' to Response-field-value
           Else
             Move 'YES' to Response-field-value
           End-if
           Perform Put-response-text-par
           .
       Put-response-number-par.
           Move Response-number-value to Response-number-edit
           Move 0 to Response-lead-count
           Inspect Response-number-edit tallying Response-lead-count
            for leading space
           Move spaces to Response-field-value
           Move Response-number-edit(Response-lead-count + 1:)
            to Response-field-value
           Compute Response-field-length = 9 - Response-lead-count
           Move 'N' to Response-field-kind
           Perform Put-response-field-par
           .
       Put-response-text-par.
           Move 80 to Response-field-length
           Perform Trim-response-value-par
            until Response-field-length = 0
             or Response-field-value(Response-field-length:1)
                 not = space
           Move 'T' to Response-field-kind
           Perform Put-response-field-par
           .
       Trim-response-value-par.
           Subtract 1 from Response-field-length
           .
       Put-response-field-par.
           Move spaces to Response-line
           Move 1 to Response-ptr
           If Json-format-dataset
             String '    "' delimited by size
              Response-field-name delimited by space
              '": ' delimited by size
              into Response-line with pointer Response-ptr
             If not Response-field-numeric
               String '"' delimited by size
                into Response-line with pointer Response-ptr
             End-if
           Else
             String '  <' delimited by size
              Response-field-name delimited by space
              '>' delimited by size
              into Response-line with pointer Response-ptr
           End-if
           If Response-field-length > 0
             String Response-field-value(1:Response-field-length)
              delimited by size
              into Response-line with pointer Response-ptr
           End-if
           If Json-format-dataset
             If not Response-field-numeric
               String '"' delimited by size
                into Response-line with pointer Response-ptr
             End-if
             If not Response-last-field
               String ',' delimited by size
                into Response-line with pointer Response-ptr
             End-if
           Else
             String '</' delimited by size
              Response-field-name delimited by space
              '>' delimited by size
              into Response-line with pointer Response-ptr
           End-if
           Perform Write-response-line-par
           .
       Put-response-reject-par.
           Move Response-reject-event(Response-reject-index)
            to Response-number-value
           Move Response-number-value to Response-number-edit
           Move 0 to Response-lead-count
           Inspect Response-number-edit tallying Response-lead-count
            for leading space
           Move Response-number-edit(Response-lead-count + 1:)
            to Response-event-text
           Compute Response-event-length = 9 - Response-lead-count
           Move Response-reject-reason(Response-reject-index)
            to Response-field-value
           Move 60 to Response-field-length
           Perform Trim-response-value-par
            until Response-field-length = 0
             or Response-field-value(Response-field-length:1)
                 not = space
           If Response-field-length = 0
             Move 1 to Response-field-length
           End-if
           Move spaces to Response-line
           Move 1 to Response-ptr
           If Json-format-dataset
             String '      {"EVENT": ' delimited by size
              Response-event-text(1:Response-event-length)
               delimited by size
              ', "REASON": "' delimited by size
              Response-field-value(1:Response-field-length)
               delimited by size
              '"}' delimited by size
              into Response-line with pointer Response-ptr
             If Response-reject-index < Response-reject-count
               String ',' delimited by size
                into Response-line with pointer Response-ptr
             End-if
           Else
             String '    <REJECT><EVENT>' delimited by size
              Response-event-text(1:Response-event-length)
               delimited by size
              '</EVENT><REASON>' delimited by size
              Response-field-value(1:Response-field-length)
               delimited by size
              '</REASON></REJECT>' delimited by size
              into Response-line with pointer Response-ptr
           End-if
           Perform Write-response-line-par
           .
       Write-response-line-par.
           Write Response-line
           If Response-status not = 0
             Display 'Write failed, file status: ' Response-status
              ' for response ' Response-dsn
             Move 4 to Severity-candidate
             Perform Raise-severity-par
           End-if
           Move spaces to Response-line
           .
       Send-dataset-alert-par.
           Evaluate true
           Move 'DUPLICATE DETAILS' to Report-label-text
           Move File-duplicate-count to Report-count-value
           Perform Write-report-count-par
           Move 'BACK-DATED DETAILS HELD' to Report-label-text
           Move File-backdated-count to Report-count-value
           Perform Write-report-count-par
           Move 'DETAILS HELD FOR VALIDATION' to Report-label-text
           Move File-valid-held-count to Report-count-value
           Perform Write-report-count-par
           Move 'NET DETAIL AMOUNT' to Report-label-text
           Move File-net-amount to Report-amount-value
           Perform Write-report-amount-par
           Move 'TOTAL DUPLICATE DETAILS' to Report-label-text
           Move Total-duplicate-count to Report-count-value
           Perform Write-report-count-par
           Move 'TOTAL BACK-DATED DETAILS HELD' to Report-label-text
           Move Total-backdated-count to Report-count-value
           Perform Write-report-count-par
           Move 'TOTAL DETAILS HELD FOR VALIDATION'
            to Report-label-text
           Move Total-valid-held-count to Report-count-value
           Perform Write-report-count-par
           Move 'RUN NET DETAIL AMOUNT' to Report-label-text
           Move Total-net-amount to Report-amount-value
           Perform Write-report-amount-par
