          select qtrfile assign to "Payroll.quarterlyWage.txt"
              organization is line sequential.

          select xSortFile assign to "Payroll.qtrsortwork.tmp".

       data division.
       file section.

           05  xPeriodIdIn             pic x(8).

       fd  qtrfile.
       01  xQtrLine                    pic x(120).

       sd  xSortFile.
       01  xStateSortRecord.
           05  xStateSort              pic xx.
           05  nEmpNumSort             pic 9999.
           05  xLastNameSort           pic x(20).
           05  xFirstNameSort          pic x(20).
           05  nGrossSort              pic 9(7)v99.
           05  nSutaWagesSort          pic 9(7)v99.
           05  nStateWhSort            pic 9(7)v99.


       working-storage section.
       77  nQtdExcessTotal         pic 9(9)v99 value 0.
       77  nQtdExcess              pic s9(7)v99 value 0.
       77  nHistQuarterGross       pic 9(9)v99 value 0.
       77  nHistOffCycleGross      pic s9(9)v99 value 0.
       77  nHistPeriodCount        pic 99      value 0.
       77  nHistPeriodSub          pic 99      value 0.
       77  xHistFoundSwitch        pic x       value 'n'.
           88  HistTableFull               value 'y'.
       77  xBalanceSwitch          pic x       value 'y'.
           88  QuarterInBalance            value 'y'.
       77  xSortEofFlag            pic x       value 'n'.
       77  xFirstStateSwitch       pic x       value 'y'.
           88  FirstState                  value 'y'.
       77  xPrevState              pic xx      value spaces.
       77  xNoStateCode            pic xx      value '--'.
       77  nYsSub                  pic 9.
       77  nNoStateGross           pic s9(7)v99 value 0.
       77  nNoStateSuta            pic s9(7)v99 value 0.
       77  nNoStateWh              pic 9(7)v99 value 0.
       77  nStateCount             pic 99      value 0.
       77  nStateEmpCount          pic 9(5)    value 0.
       77  nStateGrossTotal        pic 9(9)v99 value 0.
       77  nStateSutaTotal         pic 9(9)v99 value 0.
       77  nStateExcessTotal       pic 9(9)v99 value 0.
       77  nStateWhTotal           pic 9(9)v99 value 0.
       77  nQtdWhTotal             pic 9(9)v99 value 0.
       77  nSortGrossTotal         pic 9(9)v99 value 0.

       01  xRunDate.
           05  nRunCcyy                pic 9999.
          05  filler              pic x(13)   value "SUTA taxable ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(13)   value "  Excess wage".
          05  filler              pic xx      value spaces.
          05  filler              pic x(13)   value "    State w/h".

       01  xQtrDetail.
          05  filler              pic x(4)    value spaces.
          05  neQtrSutaWages      pic z,zzz,zz9.99.
          05  filler              pic x(3)    value spaces.
          05  neQtrExcess         pic z,zzz,zz9.99.
          05  filler              pic x(3)    value spaces.
          05  neQtrStateWh        pic z,zzz,zz9.99.

       01  xQtrTotalLine.
          05  neQtrEmpCount       pic zzzz9.
          05  neQtrSutaTotal      pic $$,$$$,$$9.99.
          05  filler              pic xx      value spaces.
          05  neQtrExcessTotal    pic $$,$$$,$$9.99.
          05  filler              pic xx      value spaces.
          05  neQtrWhTotal        pic $$,$$$,$$9.99.

       01  xStateHeading.
          05  filler              pic x(6)    value "State ".
          05  xStateHeadingCode   pic xx.

       01  xStateTotalLine.
          05  filler              pic x(6)    value "State ".
          05  xStateTotalCode     pic xx.
          05  neStateEmpCount     pic zzzz9.
          05  filler              pic x(10)   value ' employees'.
          05  filler              pic x(7)    value spaces.
          05  neStateGrossTotal   pic $$,$$$,$$9.99.
          05  filler              pic xx      value spaces.
          05  neStateSutaTotal    pic $$,$$$,$$9.99.
          05  filler              pic xx      value spaces.
          05  neStateExcessTotal  pic $$,$$$,$$9.99.
          05  filler              pic xx      value spaces.
          05  neStateWhTotal      pic $$,$$$,$$9.99.

       01  xControlHeading.
          05  filler              pic x(30)

       01  xControlTotalLine.
          05  xControlTotalLabel  pic x(30).
          05  neControlAmount     pic zzz,zzz,zz9.99-.

       01  xControlCountLine.
          05  neControlCount      pic zzzz9.
       000-main.
          perform 100-initialization.
          perform 150-load-run-history.
          sort xSortFile
             on ascending key xStateSort nEmpNumSort
             input procedure 200-process-ytd
             output procedure 230-write-state-sections.
          perform 250-write-control-page.
          perform 300-termination.
          stop run.
          perform 156-total-history
             varying nHistPeriodSub from 1 by 1
             until nHistPeriodSub > nHistPeriodCount.
          add nHistOffCycleGross to nHistQuarterGross.

       152-total-one-history.
          read runhistfile
                  move 0 to nHqQuarter
               end-if,
               if xHistQuarter = xReportQuarter
                  if OffCycleRun
                     add nRhGross to nHistOffCycleGross
                  else
                     perform 154-store-one-history
                  end-if
               end-if
          end-read.

                move 'y' to xYtdEofFlag
             not at end
                if xQtdQuarterElement = xReportQuarter
                   perform 220-release-employee
                end-if
          end-read.

       220-release-employee.
          add 1 to nEmployeeCount.
          add nQtdGrossElement to nQtdGrossTotal.
          add nQtdSutaWagesElement to nQtdSutaTotal.
          move nQtdGrossElement to nNoStateGross.
          move nQtdSutaWagesElement to nNoStateSuta.
          move 0 to nNoStateWh.
          move nEmpNumElement to nEmpNumSort.
          move xLastNameElement to xLastNameSort.
          move xFirstNameElement to xFirstNameSort.
          perform 222-release-state-slot
             varying nYsSub from 1 by 1 until nYsSub > 3.
          if nNoStateGross < 0
             move 0 to nNoStateGross
          end-if.
          if nNoStateSuta < 0
             move 0 to nNoStateSuta
          end-if.
          if nNoStateGross > 0 or nNoStateSuta > 0 or nNoStateWh > 0
             move xNoStateCode to xStateSort
             move nNoStateGross to nGrossSort
             move nNoStateSuta to nSutaWagesSort
             move nNoStateWh to nStateWhSort
             release xStateSortRecord
          end-if.

       222-release-state-slot.
          subtract nQtdStateGrossElement(nYsSub) from nNoStateGross.
          subtract nQtdStateSutaElement(nYsSub) from nNoStateSuta.
          if xYtdStateCode(nYsSub) = xNoStateCode
             add nQtdStateGrossElement(nYsSub) to nNoStateGross
             add nQtdStateSutaElement(nYsSub) to nNoStateSuta
             add nQtdStateWhElement(nYsSub) to nNoStateWh
          else
             if xYtdStateCode(nYsSub) not = spaces
                and (nQtdStateGrossElement(nYsSub) > 0
                  or nQtdStateSutaElement(nYsSub) > 0
                  or nQtdStateWhElement(nYsSub) > 0)
                move xYtdStateCode(nYsSub) to xStateSort
                move nQtdStateGrossElement(nYsSub) to nGrossSort
                move nQtdStateSutaElement(nYsSub) to nSutaWagesSort
                move nQtdStateWhElement(nYsSub) to nStateWhSort
                release xStateSortRecord
             end-if
          end-if.

       230-write-state-sections.
          perform 232-return-state-row.
          perform 234-write-wage-line until xSortEofFlag = 'y'.
          if not FirstState
             perform 236-write-state-total
          end-if.

       232-return-state-row.
          return xSortFile
            at end
               move 'y' to xSortEofFlag
          end-return.

       234-write-wage-line.
          if FirstState
             move 'n' to xFirstStateSwitch
             perform 238-write-state-heading
          else
             if xStateSort not = xPrevState
                perform 236-write-state-total
                perform 238-write-state-heading
             end-if
          end-if.
          add 1 to nStateEmpCount.
          add nGrossSort to nStateGrossTotal.
          add nGrossSort to nSortGrossTotal.
          add nSutaWagesSort to nStateSutaTotal.
          add nStateWhSort to nStateWhTotal.
          add nStateWhSort to nQtdWhTotal.
          compute nQtdExcess = nGrossSort - nSutaWagesSort.
          if nQtdExcess < 0
             move 0 to nQtdExcess
          end-if.
          add nQtdExcess to nStateExcessTotal.
          add nQtdExcess to nQtdExcessTotal.
          move nEmpNumSort to neQtrEmpNum.
          move xLastNameSort to xQtrLastName.
          move xFirstNameSort to xQtrFirstName.
          move nGrossSort to neQtrGross.
          move nSutaWagesSort to neQtrSutaWages.
          move nQtdExcess to neQtrExcess.
          move nStateWhSort to neQtrStateWh.
          write xQtrLine from xQtrDetail.
          perform 232-return-state-row.

       236-write-state-total.
          move xPrevState to xStateTotalCode.
          move nStateEmpCount to neStateEmpCount.
          move nStateGrossTotal to neStateGrossTotal.
          move nStateSutaTotal to neStateSutaTotal.
          move nStateExcessTotal to neStateExcessTotal.
          move nStateWhTotal to neStateWhTotal.
          write xQtrLine from xStateTotalLine.
          move spaces to xQtrLine.
          write xQtrLine.

       238-write-state-heading.
          add 1 to nStateCount.
          move xStateSort to xPrevState.
          move xStateSort to xStateHeadingCode.
          write xQtrLine from xStateHeading.
          move 0 to nStateEmpCount.
          move 0 to nStateGrossTotal.
          move 0 to nStateSutaTotal.
          move 0 to nStateExcessTotal.
          move 0 to nStateWhTotal.

       250-write-control-page.
          if nQtdGrossTotal not = nHistQuarterGross
             or nSortGrossTotal not = nQtdGrossTotal
             move 'n' to xBalanceSwitch
          end-if.
          move spaces to xQtrLine.
          move nQtdGrossTotal to neQtrGrossTotal.
          move nQtdSutaTotal to neQtrSutaTotal.
          move nQtdExcessTotal to neQtrExcessTotal.
          move nQtdWhTotal to neQtrWhTotal.
          write xQtrLine from xQtrTotalLine.
          move spaces to xQtrLine.
          write xQtrLine.
          move 'Run history quarter gross' to xControlTotalLabel.
          move nHistQuarterGross to neControlAmount.
          write xQtrLine from xControlTotalLine.
          move 'Off-cycle checks included' to xControlTotalLabel.
          move nHistOffCycleGross to neControlAmount.
          write xQtrLine from xControlTotalLine.
          move 'State sections quarter gross' to xControlTotalLabel.
          move nSortGrossTotal to neControlAmount.
          write xQtrLine from xControlTotalLine.
          move nStateCount to neControlCount.
          move ' state section(s) reported' to xControlCountText.
          write xQtrLine from xControlCountLine.
          move nHistPeriodCount to neControlCount.
          move ' pay period(s) in the quarter' to xControlCountText.
          write xQtrLine from xControlCountLine.
            display 'QUARTERLY WAGE REPORT OUT OF BALANCE'
            display '  ytd quarter gross     ' nQtdGrossTotal
            display '  history quarter gross ' nHistQuarterGross
            display '  state section gross   ' nSortGrossTotal
            if HistTableFull
               display '  RUN HISTORY TABLE FULL -- '
                  'NOT ALL PERIODS COUNTED'
