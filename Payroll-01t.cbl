          select tcreport assign to "Payroll.timecardEdit.txt"
              organization is line sequential.

          select laborfile assign to "Payroll.laborHours.txt"
              organization is line sequential.

          select optional deptfile assign to "Payroll.deptmasterS.txt"
              organization is line sequential.

          select optional periodfile assign to "Payroll.payPeriod.txt"
              organization is line sequential.

           05  xTcDate             pic 9(8).
           05  nTcHours            pic 99v99.
           05  xTcShift            pic 9.
           05  xTcLeaveCode        pic x.
               88  TcHoursWorked           value ' '.
               88  TcVacation              value 'V'.
               88  TcSickLeave             value 'S'.
           05  xTcChargeDept       pic x.
               88  TcHomeDept              value ' '.
           05  nTcChargeDept redefines xTcChargeDept
                                   pic 9.

       sd  xSortFile.
       01  xTcSortRecord.
           05  xTcDateSort         pic 9(8).
           05  nTcHoursSort        pic 99v99.
           05  xTcShiftSort        pic 9.
           05  xTcLeaveCodeSort    pic x.
               88  TcVacationSort          value 'V'.
               88  TcSickLeaveSort         value 'S'.
           05  xTcChargeDeptSort   pic x.
               88  TcHomeDeptSort          value ' '.
           05  nTcChargeDeptSort redefines xTcChargeDeptSort
                                   pic 9.

       fd  masterfile.
       01  xMasterRecord.
           05  nTchHours           pic 999v99.
           05  nTchShiftHours occurs 3 times
                   pic 999v99.
           05  nTchVacationHours   pic 999v99.
           05  nTchSickHours       pic 999v99.

       fd  laborfile.
       01  xLaborHoursRecord.
           copy LABREC.

       fd  deptfile.
       01  xDeptRecord.
           copy DEPTREC.

       fd  tcreport.
       01  xTcReportLine           pic x(90).
       77  xPrevDate               pic x(8).
       77  nDayHours               pic 999v99  value 0.
       77  nWeekHours              pic 999v99  value 0.
       77  nWeekVacationHours      pic 999v99  value 0.
       77  nWeekSickHours          pic 999v99  value 0.
       77  nLeaveEntryCount        pic 9(5)    value 0.
       77  nChargeEntryCount       pic 9(5)    value 0.
       77  nChargeSub              pic 99.
       77  xDeptEofFlag            pic x       value 'n'.
       77  xDeptMasterSwitch       pic x       value 'n'.
           88  DeptMasterAvailable         value 'y'.
       77  nTimecardCount          pic 9(5)    value 0.
       77  nEmployeeCount          pic 9(5)    value 0.
       77  nErrorCount             pic 9(5)    value 0.
           05  xTimecardSeenFlag occurs 10000 times
                   pic x       value 'n'.

       01  xDeptOnFileTable.
           05  xDeptOnFileFlag occurs 10 times
                   pic x       value 'n'.

       01  xWeekChargeHoursTable.
           05  nWeekChargeHours occurs 10 times
                   pic 999v99  value 0.

       01  xWeekShiftHoursTable.
           05  nWeekShiftHours occurs 3 times
                   pic 999v99  value 0.
          move nRunCcyy to neRunCcyy.
          perform 105-read-pay-period.
          perform 107-verify-run-sequence.
          perform 103-load-departments.
          open output hoursfile.
          open output laborfile.
          open output tcreport.
          write xTcReportLine from xTcReportHeading.
          move spaces to xTcReportLine.
          write xTcReportLine.

       103-load-departments.
          open input deptfile.
          perform 104-load-one-department until xDeptEofFlag = 'y'.
          close deptfile.

       104-load-one-department.
          read deptfile
            at end
               move 'y' to xDeptEofFlag
            not at end
               move 'y' to xDeptOnFileFlag(nDeptCode + 1),
               move 'y' to xDeptMasterSwitch
          end-read.

       105-read-pay-period.
          open input periodfile.
          read periodfile
               move 'y' to xTcEofFlag
            not at end
               add 1 to nTimecardCount,
               if not TcHoursWorked
                  and not TcVacation and not TcSickLeave
                  move 'INVALID LEAVE CODE' to xTcErrorReason,
                  perform 114-reject-timecard
               else
                  if not TcHomeDept
                     and (TcVacation or TcSickLeave)
                     move 'CHARGE DEPT NOT ALLOWED ON LEAVE'
                       to xTcErrorReason,
                     perform 114-reject-timecard
                  else
                     if not TcHomeDept
                        and xTcChargeDept is not numeric
                        move 'INVALID CHARGE DEPARTMENT'
                          to xTcErrorReason,
                        perform 114-reject-timecard
                     else
                        if not TcHomeDept and DeptMasterAvailable
                           and xDeptOnFileFlag(nTcChargeDept + 1) = 'n'
                           move 'CHARGE DEPT NOT ON DEPT MASTER'
                             to xTcErrorReason,
                           perform 114-reject-timecard
                        else
                           if TcVacation or TcSickLeave
                              or xTcShift = 1 or 2 or 3
                              move xTcRecord to xTcSortRecord,
                              release xTcSortRecord
                           else
                              move 'INVALID SHIFT CODE'
                                to xTcErrorReason,
                              perform 114-reject-timecard
                           end-if
                        end-if
                     end-if
                  end-if
               end-if
          end-read.

       114-reject-timecard.
          add 1 to nErrorCount.
          move nTcEmpNum to neTcErrorEmpNum.
          move xTcDate to xTcErrorDate.
          move nTcHours to neTcErrorHours.
          write xTcReportLine from xTcErrorLine.

       200-summarize.
          perform 205-return-sorted.
          perform 210-summarize-one until xSortEofFlag = 'y'.
                end-if
             end-if
          end-if.
          if TcVacationSort
             add 1 to nLeaveEntryCount
             add nTcHoursSort to nWeekVacationHours
          else
             if TcSickLeaveSort
                add 1 to nLeaveEntryCount
                add nTcHoursSort to nWeekSickHours
             else
                add nTcHoursSort to nDayHours
                add nTcHoursSort to nWeekShiftHours(xTcShiftSort)
                if not TcHomeDeptSort
                   add 1 to nChargeEntryCount
                   add nTcHoursSort
                     to nWeekChargeHours(nTcChargeDeptSort + 1)
                end-if
             end-if
          end-if.
          perform 205-return-sorted.

       220-close-day.
             move nWeekShiftHours(1) to nTchShiftHours(1)
             move nWeekShiftHours(2) to nTchShiftHours(2)
             move nWeekShiftHours(3) to nTchShiftHours(3)
             move nWeekVacationHours to nTchVacationHours
             move nWeekSickHours to nTchSickHours
             write xHoursRecord
             perform 232-write-charge-hours
                varying nChargeSub from 1 by 1
                until nChargeSub > 10
             move 'y' to xTimecardSeenFlag(nPrevEmpNum + 1)
          end-if.
          perform 234-clear-charge-hours
             varying nChargeSub from 1 by 1
             until nChargeSub > 10.
          move 0 to nWeekHours.
          move 0 to nWeekShiftHours(1).
          move 0 to nWeekShiftHours(2).
          move 0 to nWeekShiftHours(3).
          move 0 to nWeekVacationHours.
          move 0 to nWeekSickHours.

       232-write-charge-hours.
          if nWeekChargeHours(nChargeSub) > 0
             move nPrevEmpNum to nLabEmpNum
             compute nLabChargeDept = nChargeSub - 1
             move nWeekChargeHours(nChargeSub) to nLabHours
             write xLaborHoursRecord
          end-if.

       234-clear-charge-hours.
          move 0 to nWeekChargeHours(nChargeSub).

       250-check-master.
          open input masterfile.
         move nErrorCount to neTcSummaryCount.
         move ' timecard error(s)' to xTcSummaryText.
         write xTcReportLine from xTcSummaryLine.
         move nLeaveEntryCount to neTcSummaryCount.
         move ' vacation/sick leave entr(ies)' to xTcSummaryText.
         write xTcReportLine from xTcSummaryLine.
         move nChargeEntryCount to neTcSummaryCount.
         move ' entr(ies) charged to another department'
           to xTcSummaryText.
         write xTcReportLine from xTcSummaryLine.
         move nStaleCount to neTcSummaryCount.
         move ' hourly employee(s) with no timecards'
           to xTcSummaryText.
         write xTcReportLine from xTcSummaryLine.
         close hoursfile.
         close laborfile.
         close tcreport.
         perform 310-post-run-control.
         display 'Timecard edit complete -- '.
