
       identification division.
       program-id. Payroll-14l.

       environment division.
       input-output section.

       file-control.
          select masterfile assign to "Payroll.masterS.txt"
              organization is line sequential.

          select leavefile assign to "Payroll.leavemasterS.txt"
              organization is indexed
              access mode is random
              record key is nLvEmpNum
              file status is xLeaveFileStatus.

          select optional deptfile assign to "Payroll.deptmasterS.txt"
              organization is line sequential.

          select optional periodfile assign to "Payroll.payPeriod.txt"
              organization is line sequential.

          select xSortFile assign to "Payroll.leavesortwork.tmp".

          select liabfile assign to "Payroll.leaveLiability.txt"
              organization is line sequential.

       data division.
       file section.

       fd  masterfile.
       01  xMasterRecord.
           copy MASTREC.

       fd  leavefile.
       01  xLeaveRecord.
           copy LEAVREC.

       fd  deptfile.
       01  xDeptRecord.
           copy DEPTREC.

       fd  periodfile.
       01  xPeriodRecord.
           05  xPeriodIdIn             pic x(8).

       sd  xSortFile.
       01  xLiabSortRecord.
           05  nDepartmentSort         pic 9.
           05  nEmpNumSort             pic 9999.
           05  xLastNameSort           pic x(20).
           05  xFirstNameSort          pic x(20).
           05  nHourlyRateSort         pic 9(5)v99.
           05  nVacationBalanceSort    pic s9(4)v99.
           05  nSickBalanceSort        pic s9(4)v99.

       fd  liabfile.
       01  xLiabLine                   pic x(110).


       working-storage section.

       77  xLeaveFileStatus        pic xx.
           88  LeaveFileOk                 value '00'.
       77  xLeaveOnFileSwitch      pic x       value 'n'.
           88  LeaveMasterOnFile           value 'y'.
       77  xMasterEofFlag          pic x       value 'n'.
       77  xSortEofFlag            pic x       value 'n'.
       77  xDeptEofFlag            pic x       value 'n'.
       77  xFirstRecordSwitch      pic x       value 'y'.
           88  FirstRecord                 value 'y'.
       77  nPrevDepartment         pic 9.
       77  xPayPeriodId            pic x(8)    value spaces.
       77  nStandardYearHours      pic 9(4)    value 2080.
       77  nFreqPeriods            pic 99      value 52.
       77  nNoLeaveCount           pic 9(5)    value 0.
       77  nOverdrawnCount         pic 9(5)    value 0.
       77  nEmpCount               pic 9(5)    value 0.
       77  nDeptCount              pic 9(5)    value 0.
       77  nVacationLiability      pic s9(7)v99.
       77  nSickLiability          pic s9(7)v99.
       77  nDeptVacationHours      pic s9(7)v99 value 0.
       77  nDeptSickHours          pic s9(7)v99 value 0.
       77  nDeptVacationLiab       pic s9(9)v99 value 0.
       77  nDeptSickLiab           pic s9(9)v99 value 0.
       77  nTotVacationHours       pic s9(7)v99 value 0.
       77  nTotSickHours           pic s9(7)v99 value 0.
       77  nTotVacationLiab        pic s9(9)v99 value 0.
       77  nTotSickLiab            pic s9(9)v99 value 0.

       01  xRunDate.
           05  nRunCcyy                pic 9999.
           05  nRunMm                  pic 99.
           05  nRunDd                  pic 99.

       01  xDeptNameTable.
           05  xDeptNameEntry occurs 10 times
                   pic x(20)   value spaces.

       01  xLiabHeading.
          05  filler              pic x(31)
              value "Leave liability by department ".
          05  filler              pic x(7)    value "Period ".
          05  xLiabHeadingPeriod  pic x(8).
          05  filler              pic x(12)   value "  Run Date: ".
          05  neRunMm             pic 99.
          05  filler              pic x       value '/'.
          05  neRunDd             pic 99.
          05  filler              pic x       value '/'.
          05  neRunCcyy           pic 9999.

       01  xLiabDeptHeading.
          05  filler              pic x(11)   value "Department ".
          05  neLiabDept          pic 9.
          05  filler              pic x       value spaces.
          05  xLiabDeptName       pic x(20).

       01  xLiabColumnHeads.
          05  filler              pic x(8)    value "Employee".
          05  filler              pic xx      value spaces.
          05  filler              pic x(40)   value "Name".
          05  filler              pic x(9)    value "Hrly rate".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "Vac hours".
          05  filler              pic xx      value spaces.
          05  filler              pic x(12)   value " Vac liab'ty".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "Sick hrs ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(12)   value "Sick liab'ty".

       01  xLiabDetail.
          05  filler              pic x(4)    value spaces.
          05  neLiabEmpNum        pic 9999.
          05  filler              pic xx      value spaces.
          05  xLiabLastName       pic x(20).
          05  xLiabFirstName      pic x(20).
          05  neLiabRate          pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neLiabVacHours      pic z,zz9.99-.
          05  filler              pic x       value spaces.
          05  neLiabVacAmount     pic zzz,zz9.99-.
          05  filler              pic xx      value spaces.
          05  neLiabSickHours     pic z,zz9.99-.
          05  filler              pic x       value spaces.
          05  neLiabSickAmount    pic zzz,zz9.99-.
          05  filler              pic x       value spaces.
          05  xLiabFlag           pic x(10).

       01  xLiabDeptFooter.
          05  filler              pic x(4)    value spaces.
          05  filler              pic x(11)   value "Dept total ".
          05  neLiabDeptCount     pic zzzz9.
          05  filler              pic x(10)   value ' employees'.
          05  filler              pic x(19)   value spaces.
          05  neLiabDeptVacHours  pic zzz,zz9.99-.
          05  neLiabDeptVacAmount pic $$,$$$,$$9.99-.
          05  filler              pic x       value spaces.
          05  neLiabDeptSickHours pic zzz,zz9.99-.
          05  neLiabDeptSickAmount pic $$,$$$,$$9.99-.

       01  xLiabTotalLine.
          05  filler              pic x(4)    value spaces.
          05  filler              pic x(11)   value "All depts  ".
          05  neLiabTotCount      pic zzzz9.
          05  filler              pic x(10)   value ' employees'.
          05  filler              pic x(19)   value spaces.
          05  neLiabTotVacHours   pic zzz,zz9.99-.
          05  neLiabTotVacAmount  pic $$,$$$,$$9.99-.
          05  filler              pic x       value spaces.
          05  neLiabTotSickHours  pic zzz,zz9.99-.
          05  neLiabTotSickAmount pic $$,$$$,$$9.99-.

       01  xLiabCountLine.
          05  neLiabCount         pic zzzz9.
          05  xLiabCountText      pic x(50).


       procedure division.
       000-main.
          perform 100-initialization.
          sort xSortFile
             on ascending key nDepartmentSort nEmpNumSort
             input procedure 110-load-balances
             output procedure 200-report.
          perform 300-termination.
          stop run.


       100-initialization.
          accept xRunDate from date yyyymmdd.
          move nRunMm to neRunMm.
          move nRunDd to neRunDd.
          move nRunCcyy to neRunCcyy.
          perform 102-read-pay-period.
          perform 104-load-departments.
          open input leavefile.
          if LeaveFileOk
             move 'y' to xLeaveOnFileSwitch
          end-if.
          open output liabfile.
          move xPayPeriodId to xLiabHeadingPeriod.
          write xLiabLine from xLiabHeading.

       102-read-pay-period.
          open input periodfile.
          read periodfile
            at end
               continue
            not at end
               move xPeriodIdIn to xPayPeriodId
          end-read.
          close periodfile.
          if xPayPeriodId = spaces
             move xRunDate to xPayPeriodId
          end-if.

       104-load-departments.
          open input deptfile.
          perform 105-load-one-department until xDeptEofFlag = 'y'.
          close deptfile.

       105-load-one-department.
          read deptfile
            at end
               move 'y' to xDeptEofFlag
            not at end
               move xDeptName to xDeptNameEntry(nDeptCode + 1)
          end-read.

       110-load-balances.
          open input masterfile.
          perform 112-load-one-employee until xMasterEofFlag = 'y'.
          close masterfile.

       112-load-one-employee.
          read masterfile
            at end
               move 'y' to xMasterEofFlag
            not at end
               if TrailerRecord
                  move 'y' to xMasterEofFlag
               else
                  if not TerminatedStatus
                     perform 114-release-one-employee
                  end-if
               end-if
          end-read.

       114-release-one-employee.
          move 0 to nVacationBalanceSort.
          move 0 to nSickBalanceSort.
          if LeaveMasterOnFile
             move nEmpNum to nLvEmpNum
             read leavefile
                invalid key
                   add 1 to nNoLeaveCount
                not invalid key
                   move nLvVacationBalance to nVacationBalanceSort
                   move nLvSickBalance to nSickBalanceSort
             end-read
          else
             add 1 to nNoLeaveCount
          end-if.
          move nDepartment to nDepartmentSort.
          move nEmpNum to nEmpNumSort.
          move xLastName to xLastNameSort.
          move xFirstName to xFirstNameSort.
          if SalariedEmployee
             if BiweeklyPay
                move 26 to nFreqPeriods
             else
                if SemimonthlyPay
                   move 24 to nFreqPeriods
                else
                   if MonthlyPay
                      move 12 to nFreqPeriods
                   else
                      move 52 to nFreqPeriods
                   end-if
                end-if
             end-if
             compute nHourlyRateSort rounded =
                nPayRate * nFreqPeriods / nStandardYearHours
          else
             move nPayRate to nHourlyRateSort
          end-if.
          release xLiabSortRecord.

       200-report.
          perform 205-return-sorted.
          perform 210-report-one until xSortEofFlag = 'y'.
          if not FirstRecord
             perform 220-department-total
          end-if.

       205-return-sorted.
          return xSortFile
            at end
               move 'y' to xSortEofFlag
          end-return.

       210-report-one.
          if FirstRecord
             move 'n' to xFirstRecordSwitch
             perform 215-department-heading
          else
             if nDepartmentSort not = nPrevDepartment
                perform 220-department-total
                perform 215-department-heading
             end-if
          end-if.
          move nDepartmentSort to nPrevDepartment.
          add 1 to nDeptCount.
          add 1 to nEmpCount.
          compute nVacationLiability rounded =
             nVacationBalanceSort * nHourlyRateSort.
          compute nSickLiability rounded =
             nSickBalanceSort * nHourlyRateSort.
          move nEmpNumSort to neLiabEmpNum.
          move xLastNameSort to xLiabLastName.
          move xFirstNameSort to xLiabFirstName.
          move nHourlyRateSort to neLiabRate.
          move nVacationBalanceSort to neLiabVacHours.
          move nVacationLiability to neLiabVacAmount.
          move nSickBalanceSort to neLiabSickHours.
          move nSickLiability to neLiabSickAmount.
          move spaces to xLiabFlag.
          if nVacationBalanceSort < 0 or nSickBalanceSort < 0
             add 1 to nOverdrawnCount
             move 'OVERDRAWN' to xLiabFlag
          end-if.
          write xLiabLine from xLiabDetail.
          add nVacationBalanceSort to nDeptVacationHours.
          add nSickBalanceSort to nDeptSickHours.
          add nVacationLiability to nDeptVacationLiab.
          add nSickLiability to nDeptSickLiab.
          perform 205-return-sorted.

       215-department-heading.
          move spaces to xLiabLine.
          write xLiabLine.
          move nDepartmentSort to neLiabDept.
          move xDeptNameEntry(nDepartmentSort + 1) to xLiabDeptName.
          write xLiabLine from xLiabDeptHeading.
          write xLiabLine from xLiabColumnHeads.

       220-department-total.
          move nDeptCount to neLiabDeptCount.
          move nDeptVacationHours to neLiabDeptVacHours.
          move nDeptVacationLiab to neLiabDeptVacAmount.
          move nDeptSickHours to neLiabDeptSickHours.
          move nDeptSickLiab to neLiabDeptSickAmount.
          write xLiabLine from xLiabDeptFooter.
          add nDeptVacationHours to nTotVacationHours.
          add nDeptSickHours to nTotSickHours.
          add nDeptVacationLiab to nTotVacationLiab.
          add nDeptSickLiab to nTotSickLiab.
          move 0 to nDeptCount.
          move 0 to nDeptVacationHours.
          move 0 to nDeptSickHours.
          move 0 to nDeptVacationLiab.
          move 0 to nDeptSickLiab.


       300-termination.
         move spaces to xLiabLine.
         write xLiabLine.
         move nEmpCount to neLiabTotCount.
         move nTotVacationHours to neLiabTotVacHours.
         move nTotVacationLiab to neLiabTotVacAmount.
         move nTotSickHours to neLiabTotSickHours.
         move nTotSickLiab to neLiabTotSickAmount.
         write xLiabLine from xLiabTotalLine.
         move spaces to xLiabLine.
         write xLiabLine.
         move nNoLeaveCount to neLiabCount.
         move ' employee(s) with no leave record on file'
           to xLiabCountText.
         write xLiabLine from xLiabCountLine.
         move nOverdrawnCount to neLiabCount.
         move ' employee(s) with an overdrawn leave balance'
           to xLiabCountText.
         write xLiabLine from xLiabCountLine.
         if LeaveMasterOnFile
            close leavefile
         end-if.
         close liabfile.
         display 'Leave liability report complete -- '.
         display nEmpCount ' employees, '
            nOverdrawnCount ' overdrawn.'.
