              assign to "Payroll.runControl.txt"
              organization is line sequential.

          select optional retrofile
              assign to "Payroll.retroPending.txt"
              organization is line sequential.

          select optional hirefile
              assign to "Payroll.hireEvents.txt"
              organization is line sequential.

       data division.
       file section.

                        ==ActiveStatus==     by ==NewActiveStatus==
                        ==LeaveStatus==      by ==NewLeaveStatus==
                        ==SuspendedStatus==  by ==NewSuspendedStatus==
                        ==TerminatedStatus== by ==NewTerminatedStatus==
                        ==xWorkState==       by ==xNewWorkState==
                        ==xResidentState==   by ==xNewResidentState==
                        ==xPayFrequency==    by ==xNewPayFrequency==
                        ==WeeklyPay==        by ==NewWeeklyPay==
                        ==BiweeklyPay==      by ==NewBiweeklyPay==
                        ==SemimonthlyPay==   by ==NewSemimonthlyPay==
                        ==MonthlyPay==       by ==NewMonthlyPay==
                        ==xSsn==             by ==xNewSsn==
                        ==xStreetAddress==   by ==xNewStreetAddress==
                        ==xCity==            by ==xNewCity==
                        ==xAddressState==    by ==xNewAddressState==
                        ==xZipCode==         by ==xNewZipCode==.
       01  xNewTrailerRecord redefines xNewMasterRecord.
           05  filler                     pic x.
           05  nNewTrailerRecordCount      pic 9(5).
           05  nNewTrailerPayRateTotal     pic 9(9)v99.
           05  filler                     pic x(120).

       fd  transfile.
       01  xTranRecord.
           05  xTranOperator           pic x(8).
           05  nTranExpectedCount      pic 9(5).
           05  nTranExpectedHash       pic 9(9)v99.
           05  filler                  pic x(120).

       sd  xSortFile.
       01  xSortRecord.
           05  xTranFilingStatusSort   pic x.
           05  nTranAllowancesSort     pic 99.
           05  xTranEmpStatusSort      pic x.
           05  xTranEffPeriodSort      pic x(8).
           05  xTranWorkStateSort      pic xx.
           05  xTranResidentStateSort  pic xx.
           05  xTranPayFrequencySort   pic x.
           05  xTranSsnSort            pic x(9).
           05  xTranStreetAddressSort  pic x(30).
           05  xTranCitySort           pic x(20).
           05  xTranAddressStateSort   pic xx.
           05  xTranZipCodeSort        pic x(5).
           05  xTranEventDateSort      pic x(8).

       fd  changelog.
       01  xLogRecord.
       01  xRunControlRecord.
           copy RUNCREC.

       fd  retrofile.
       01  xRetroRecord.
           copy RETPREC.

       fd  hirefile.
       01  xHireRecord.
           copy HIREREC.


       working-storage section.

       77  nDeleteCount            pic 9(5)    value 0.
       77  nStatusCount            pic 9(5)    value 0.
       77  nErrorCount             pic 9(5)    value 0.
       77  nRetroCount             pic 9(5)    value 0.
       77  nHireEventCount         pic 9(5)    value 0.
       77  nSeparationEventCount   pic 9(5)    value 0.
       77  xOldEmpStatus           pic x.
       77  xEventTypeCode          pic x.
       77  nEmpNumMaster           pic 9999    value 0.
       77  xLogActionText          pic x(10).
       77  xLogReasonText          pic x(30)   value spaces.
           88  StepAlreadyDone             value 'y'.
       77  xThisStepId             pic x(3)    value '02M'.
       77  xPriorStepId            pic x(3)    value '01E'.
       77  xResultFrequency        pic x.

       01  xRunDate.
           05  nRunCcyy                pic 9999.
           05  nRunMm                  pic 99.
           05  nRunDd                  pic 99.

       01  xRetroLogText.
           05  filler                  pic x(15)
               value 'RETRO PAY FROM '.
           05  xRetroLogPeriod         pic x(8).

       01  xDeptCheckTable.
           05  xDeptOnFileFlag occurs 10 times
                   pic x       value 'n'.
          open output newmaster.
          open output changelog.
          open extend auditfile.
          open extend retrofile.
          open extend hirefile.
          perform 105-load-departments.
          perform 120-read-master.

          move xTranFilingStatus to xTranFilingStatusSort.
          move nTranAllowances to nTranAllowancesSort.
          move xTranEmpStatus to xTranEmpStatusSort.
          move xTranEffectivePeriod to xTranEffPeriodSort.
          move xTranWorkState to xTranWorkStateSort.
          move xTranResidentState to xTranResidentStateSort.
          move xTranPayFrequency to xTranPayFrequencySort.
          move xTranSsn to xTranSsnSort.
          move xTranStreetAddress to xTranStreetAddressSort.
          move xTranCity to xTranCitySort.
          move xTranAddressState to xTranAddressStateSort.
          move xTranZipCode to xTranZipCodeSort.
          move xTranEventDate to xTranEventDateSort.
          release xSortRecord.

       120-read-master.
          end-if.

       220-copy-master-unchanged.
          perform 221-build-unchanged-master.
          perform 222-write-unchanged-master.

       221-build-unchanged-master.
          move spaces to xNewMasterRecord.
          move nDepartment to nNewDepartment.
          move nEmpNum to nNewEmpNum.
          move xFilingStatus to xNewFilingStatus.
          move nAllowances to nNewAllowances.
          move xEmpStatus to xNewEmpStatus.
          move xWorkState to xNewWorkState.
          move xResidentState to xNewResidentState.
          move xPayFrequency to xNewPayFrequency.
          move xSsn to xNewSsn.
          move xStreetAddress to xNewStreetAddress.
          move xCity to xNewCity.
          move xAddressState to xNewAddressState.
          move xZipCode to xNewZipCode.
          set NewDetailRecord to true.

       222-write-unchanged-master.
          write xNewMasterRecord.
          add 1 to nNewRecordCount.
          add nPayRate to nNewPayRateTotal.

       223-check-dept-and-frequency.
          move spaces to xLogReasonText.
          if DeptMasterAvailable
             and xDeptOnFileFlag(nTranDepartmentSort + 1) = 'n'
             move 'DEPARTMENT NOT ON FILE' to xLogReasonText
          else
             if xTranEmployeeTypeSort = 'H'
                and xResultFrequency not = 'W' and ' '
                move 'HOURLY PAY MUST BE WEEKLY' to xLogReasonText
             end-if
          end-if.

       230-apply-add.
          if TranAdd
           move xTranPayFrequencySort to xResultFrequency
           perform 223-check-dept-and-frequency
           if xLogReasonText not = spaces
             add 1 to nErrorCount
             move 'REJECTED' to xLogActionText
             perform 290-write-log
           else
             move spaces to xNewMasterRecord
             else
                move 'A' to xNewEmpStatus
             end-if
             move xTranWorkStateSort to xNewWorkState
             move xTranResidentStateSort to xNewResidentState
             if xTranPayFrequencySort = spaces
                move 'W' to xNewPayFrequency
             else
                move xTranPayFrequencySort to xNewPayFrequency
             end-if
             move xTranSsnSort to xNewSsn
             move xTranStreetAddressSort to xNewStreetAddress
             move xTranCitySort to xNewCity
             move xTranAddressStateSort to xNewAddressState
             move xTranZipCodeSort to xNewZipCode
             set NewDetailRecord to true
             move 'H' to xEventTypeCode
             perform 285-write-hire-event
             write xNewMasterRecord
             add 1 to nNewRecordCount
             add nTranPayRateSort to nNewPayRateTotal

       240-apply-match.
          if TranChange
           if xTranPayFrequencySort = spaces
              move xPayFrequency to xResultFrequency
           else
              move xTranPayFrequencySort to xResultFrequency
           end-if
           perform 223-check-dept-and-frequency
           if xLogReasonText not = spaces
             perform 220-copy-master-unchanged
             add 1 to nErrorCount
             move 'REJECTED' to xLogActionText
             perform 290-write-log
           else
             perform 270-write-field-audits
             move xEmpStatus to xOldEmpStatus
             if nTranPayRateSort not = nPayRate
                and xTranEffPeriodSort not = spaces
                and xTranEffPeriodSort < xPayPeriodId
                perform 280-write-retro-pending
             end-if
             move spaces to xNewMasterRecord
             move nTranDepartmentSort to nNewDepartment
             move nTranEmpNumSort to nNewEmpNum
             else
                move xEmpStatus to xNewEmpStatus
             end-if
             if xTranWorkStateSort = spaces
                move xWorkState to xNewWorkState
             else
                move xTranWorkStateSort to xNewWorkState
             end-if
             if xTranResidentStateSort = spaces
                move xResidentState to xNewResidentState
             else
                move xTranResidentStateSort to xNewResidentState
             end-if
             if xTranPayFrequencySort = spaces
                move xPayFrequency to xNewPayFrequency
             else
                move xTranPayFrequencySort to xNewPayFrequency
             end-if
             if xTranSsnSort = spaces
                move xSsn to xNewSsn
             else
                move xTranSsnSort to xNewSsn
             end-if
             if xTranStreetAddressSort = spaces
                move xStreetAddress to xNewStreetAddress
                move xCity to xNewCity
                move xAddressState to xNewAddressState
                move xZipCode to xNewZipCode
             else
                move xTranStreetAddressSort to xNewStreetAddress
                move xTranCitySort to xNewCity
                move xTranAddressStateSort to xNewAddressState
                move xTranZipCodeSort to xNewZipCode
             end-if
             set NewDetailRecord to true
             perform 284-check-status-event
             write xNewMasterRecord
             add 1 to nNewRecordCount
             add nTranPayRateSort to nNewPayRateTotal
             move xTranEmpStatusSort to xAuditNewValue
             perform 275-write-one-audit
          end-if.
          move xEmpStatus to xOldEmpStatus.
          move xTranEmpStatusSort to xEmpStatus.
          perform 221-build-unchanged-master.
          perform 284-check-status-event.
          perform 222-write-unchanged-master.
          add 1 to nStatusCount.
          move 'STATUS CHG' to xLogActionText.
          perform 290-write-log.
                perform 275-write-one-audit
             end-if
          end-if.
          if xTranWorkStateSort not = spaces
             and xTranWorkStateSort not = xWorkState
             move 'WORK STATE' to xAuditFieldName
             move xWorkState to xAuditOldValue
             move xTranWorkStateSort to xAuditNewValue
             perform 275-write-one-audit
          end-if.
          if xTranResidentStateSort not = spaces
             and xTranResidentStateSort not = xResidentState
             move 'RES STATE' to xAuditFieldName
             move xResidentState to xAuditOldValue
             move xTranResidentStateSort to xAuditNewValue
             perform 275-write-one-audit
          end-if.
          if xTranPayFrequencySort not = spaces
             and xTranPayFrequencySort not = xPayFrequency
             move 'PAY FREQ' to xAuditFieldName
             move xPayFrequency to xAuditOldValue
             move xTranPayFrequencySort to xAuditNewValue
             perform 275-write-one-audit
          end-if.
          if xTranSsnSort not = spaces
             and xTranSsnSort not = xSsn
             move 'SSN' to xAuditFieldName
             move 'NOT SHOWN' to xAuditOldValue
             move 'NOT SHOWN' to xAuditNewValue
             perform 275-write-one-audit
          end-if.
          if xTranStreetAddressSort not = spaces
             if xTranStreetAddressSort not = xStreetAddress
                move 'ADDRESS' to xAuditFieldName
                move xStreetAddress to xAuditOldValue
                move xTranStreetAddressSort to xAuditNewValue
                perform 275-write-one-audit
             end-if
             if xTranCitySort not = xCity
                move 'CITY' to xAuditFieldName
                move xCity to xAuditOldValue
                move xTranCitySort to xAuditNewValue
                perform 275-write-one-audit
             end-if
             if xTranAddressStateSort not = xAddressState
                move 'ADDR STATE' to xAuditFieldName
                move xAddressState to xAuditOldValue
                move xTranAddressStateSort to xAuditNewValue
                perform 275-write-one-audit
             end-if
             if xTranZipCodeSort not = xZipCode
                move 'ZIP CODE' to xAuditFieldName
                move xZipCode to xAuditOldValue
                move xTranZipCodeSort to xAuditNewValue
                perform 275-write-one-audit
             end-if
          end-if.

       275-write-one-audit.
          move nTranEmpNumSort to nAuditEmpNum.
          move spaces to xAuditNewValue.
          move space to xAuditReviewFlag.

       280-write-retro-pending.
          move spaces to xRetroRecord.
          move nTranEmpNumSort to nRetroEmpNum.
          move xTranEffPeriodSort to xRetroEffPeriod.
          move xPayPeriodId to xRetroChangePeriod.
          move nPayRate to nRetroOldRate.
          move nTranPayRateSort to nRetroNewRate.
          move xTranEmployeeTypeSort to xRetroEmployeeType.
          move xTranOvertimeFlagSort to xRetroOvertimeFlag.
          move nTranOvertimeRateSort to nRetroOvertimeRate.
          move xBatchIdIn to xRetroBatchId.
          move xRunDate to xRetroChangeDate.
          write xRetroRecord.
          add 1 to nRetroCount.
          move xTranEffPeriodSort to xRetroLogPeriod.
          move xRetroLogText to xLogReasonText.

       284-check-status-event.
          if NewTerminatedStatus
             and xOldEmpStatus not = 'T'
             move 'T' to xEventTypeCode
             perform 285-write-hire-event
          else
             if NewActiveStatus
                and xOldEmpStatus = 'T'
                move 'R' to xEventTypeCode
                perform 285-write-hire-event
             end-if
          end-if.

       285-write-hire-event.
          move spaces to xHireRecord.
          move nNewEmpNum to nHireEmpNum.
          move xEventTypeCode to xHireEventType.
          if xTranEventDateSort = spaces
             move xRunDate to xHireEventDate
          else
             move xTranEventDateSort to xHireEventDate
          end-if.
          move xRunDate to xHireCaptureDate.
          move xBatchIdIn to xHireBatchId.
          move xNewSsn to xHireSsn.
          move xNewLastName to xHireLastName.
          move xNewFirstName to xHireFirstName.
          move xNewStreetAddress to xHireStreetAddress.
          move xNewCity to xHireCity.
          move xNewAddressState to xHireAddressState.
          move xNewZipCode to xHireZipCode.
          move xNewWorkState to xHireWorkState.
          write xHireRecord.
          if SeparationEvent
             add 1 to nSeparationEventCount
          else
             add 1 to nHireEventCount
          end-if.

       290-write-log.
          move spaces to xLogRecord.
          move nTranEmpNumSort to xLogEmpNum.
         close newmaster.
         close changelog.
         close auditfile.
         close retrofile.
         close hirefile.
         call "CBL_DELETE_FILE" using xOldMasterFileName.
         call "CBL_RENAME_FILE" using xNewMasterFileName
                                       xOldMasterFileName.
            nChangeCount ' changed, '
            nDeleteCount ' deleted, '
            nStatusCount ' status change(s).'.
         if nRetroCount > 0
            display nRetroCount
               ' back-dated rate change(s) queued for retro pay'
         end-if.
         if nHireEventCount > 0 or nSeparationEventCount > 0
            display nHireEventCount ' hire(s) and '
               nSeparationEventCount
               ' separation(s) queued for state reporting'
         end-if.
         if nErrorCount > 0
            display nErrorCount
               ' transaction(s) rejected -- see the maintenance log'
