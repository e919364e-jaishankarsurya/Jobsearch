
       identification division.
       program-id. Payroll-13r.

       environment division.
       input-output section.

       file-control.
          select optional retrofile
              assign to "Payroll.retroPending.txt"
              organization is line sequential.

          select payhistfile assign to "Payroll.payHistory.txt"
              organization is indexed
              access mode is dynamic
              record key is xPayHistKey
              file status is xPayHistFileStatus.

          select optional addearnfile
              assign to "Payroll.addlEarnings.txt"
              organization is line sequential.

          select retrorptfile assign to "Payroll.retroCalc.txt"
              organization is line sequential.

       data division.
       file section.

       fd  retrofile.
       01  xRetroRecord.
           copy RETPREC.

       fd  payhistfile.
       01  xPayHistRecord.
           copy PAYHREC.

       fd  addearnfile.
       01  xAddEarnRecord.
           copy ADDEREC.

       fd  retrorptfile.
       01  xRetroLine                  pic x(100).


       working-storage section.

       77  xPayHistFileStatus      pic xx.
           88  PayHistFileOk               value '00'.
       77  xRetroEofFlag           pic x       value 'n'.
       77  xHistEofFlag            pic x       value 'n'.
       77  xHistoryOnFileSwitch    pic x       value 'n'.
           88  HistoryOnFile               value 'y'.
       77  xRetroPendingFileName   pic x(24)
               value "Payroll.retroPending.txt".
       77  nPendingCount           pic 9(5)    value 0.
       77  nEarningsCount          pic 9(5)    value 0.
       77  nNoHistoryCount         pic 9(5)    value 0.
       77  nDecreaseCount          pic 9(5)    value 0.
       77  nRunRetroTotal          pic 9(7)v99 value 0.
       77  nEmpPeriodCount         pic 99      value 0.
       77  nEmpSkipCount           pic 99      value 0.
       77  nEmpRetroTotal          pic s9(7)v99 value 0.
       77  nRegularHours           pic 99v99.
       77  nOvertimeHours          pic 99v99.
       77  nCalcRate               pic 9(5)v99.
       77  nCalcGross              pic 9(5)v99.
       77  nOldRateGross           pic 9(5)v99.
       77  nNewRateGross           pic 9(5)v99.
       77  nPeriodRetro            pic s9(5)v99.
       77  nPaidRegularGross       pic s9(5)v99.

       01  xRunDate.
           05  nRunCcyy                pic 9999.
           05  nRunMm                  pic 99.
           05  nRunDd                  pic 99.

       01  xRetroReference.
           05  xRefEffPeriod           pic x(8).
           05  filler                  pic x(4)    value ' TO '.
           05  xRefThruPeriod          pic x(8).

       01  xRetroHeading.
          05  filler              pic x(28)
              value "Retroactive pay calculation ".
          05  filler              pic x(9)    value "Run Date:".
          05  neRunMm             pic 99.
          05  filler              pic x       value '/'.
          05  neRunDd             pic 99.
          05  filler              pic x       value '/'.
          05  neRunCcyy           pic 9999.

       01  xRetroEmpLine.
          05  filler              pic x(9)    value "Employee ".
          05  neRetroEmpNum       pic 9999.
          05  filler              pic xx      value spaces.
          05  xRetroLastName      pic x(20).
          05  xRetroFirstName     pic x(20).
          05  filler              pic x(5)    value "Rate ".
          05  neRetroOldRate      pic zz,zz9.99.
          05  filler              pic x(4)    value " to ".
          05  neRetroNewRate      pic zz,zz9.99.
          05  filler              pic x(11)   value " effective ".
          05  xRetroEffective     pic x(8).

       01  xRetroColumnHeads.
          05  filler              pic x(8)    value "Period  ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(6)    value " Hours".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "Paid grss".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value " Old rate".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value " New rate".
          05  filler              pic xx      value spaces.
          05  filler              pic x(10)   value "     Retro".
          05  filler              pic xx      value spaces.
          05  filler              pic x(7)    value "Method ".

       01  xRetroDetail.
          05  xRetroPeriod        pic x(8).
          05  filler              pic xx      value spaces.
          05  neRetroHours        pic zz9.99.
          05  filler              pic xx      value spaces.
          05  neRetroPaidGross    pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neRetroOldGross     pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neRetroNewGross     pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neRetroAmount       pic zz,zz9.99-.
          05  filler              pic xx      value spaces.
          05  xRetroMethod        pic x(7).
          05  filler              pic xx      value spaces.
          05  xRetroDetailNote    pic x(20).

       01  xRetroTotalLine.
          05  neRetroPeriods      pic z9.
          05  filler              pic x(21)
              value ' period(s) recomputed'.
          05  filler              pic x(14)   value '  Retro total '.
          05  neRetroTotal        pic $$,$$$,$$9.99-.
          05  filler              pic xx      value spaces.
          05  xRetroTotalNote     pic x(40).

       01  xRetroNoneLine.
          05  filler              pic x(40)
              value "  NO PAY HISTORY IN RETRO RANGE".

       01  xRetroSummaryLine.
          05  neSummaryCount      pic zzzz9.
          05  xSummaryText        pic x(40).
          05  neSummaryAmount     pic $$,$$$,$$9.99.


       procedure division.
       000-main.
          perform 100-initialization.
          perform 200-process-one-retro
             until xRetroEofFlag = 'y'.
          perform 300-termination.
          stop run.


       100-initialization.
          accept xRunDate from date yyyymmdd.
          move nRunMm to neRunMm.
          move nRunDd to neRunDd.
          move nRunCcyy to neRunCcyy.
          open output retrorptfile.
          write xRetroLine from xRetroHeading.
          open input payhistfile.
          if PayHistFileOk
             move 'y' to xHistoryOnFileSwitch
          end-if.
          open input retrofile.
          open extend addearnfile.

       200-process-one-retro.
          read retrofile
            at end
               move 'y' to xRetroEofFlag
            not at end
               add 1 to nPendingCount,
               perform 210-compute-employee-retro
          end-read.

       210-compute-employee-retro.
          move spaces to xRetroLine.
          write xRetroLine.
          move nRetroEmpNum to neRetroEmpNum.
          move spaces to xRetroLastName.
          move spaces to xRetroFirstName.
          move nRetroOldRate to neRetroOldRate.
          move nRetroNewRate to neRetroNewRate.
          move xRetroEffPeriod to xRetroEffective.
          move 0 to nEmpPeriodCount.
          move 0 to nEmpSkipCount.
          move 0 to nEmpRetroTotal.
          move 'n' to xHistEofFlag.
          if not HistoryOnFile
             move 'y' to xHistEofFlag
          end-if.
          move nRetroEmpNum to nPayHistEmpNum.
          move xRetroEffPeriod to xPayHistPeriodId.
          if xHistEofFlag = 'n'
             start payhistfile key not < xPayHistKey
                invalid key
                   move 'y' to xHistEofFlag
             end-start
          end-if.
          if xHistEofFlag = 'n'
             perform 212-peek-employee-name
          end-if.
          write xRetroLine from xRetroEmpLine.
          write xRetroLine from xRetroColumnHeads.
          perform 220-recompute-one-period
             until xHistEofFlag = 'y'.
          perform 240-close-employee-retro.

       212-peek-employee-name.
          read payhistfile next
             at end
                move 'y' to xHistEofFlag
             not at end
                if nPayHistEmpNum = nRetroEmpNum
                   move xPayHistLastName to xRetroLastName,
                   move xPayHistFirstName to xRetroFirstName
                end-if
          end-read.
          move nRetroEmpNum to nPayHistEmpNum.
          move xRetroEffPeriod to xPayHistPeriodId.
          if xHistEofFlag = 'n'
             start payhistfile key not < xPayHistKey
                invalid key
                   move 'y' to xHistEofFlag
             end-start
          end-if.

       220-recompute-one-period.
          read payhistfile next
             at end
                move 'y' to xHistEofFlag
             not at end
                if nPayHistEmpNum not = nRetroEmpNum
                   or xPayHistPeriodId not < xRetroChangePeriod
                   move 'y' to xHistEofFlag
                else
                   perform 225-recompute-period-gross
                end-if
          end-read.

       225-recompute-period-gross.
          move xPayHistPeriodId to xRetroPeriod.
          move nPayHistHours to neRetroHours.
          compute nPaidRegularGross = nPayHistGross - nPayHistBonus
             - nPayHistCommission - nPayHistRetro.
          move nPaidRegularGross to neRetroPaidGross.
          move xPayHistMethod to xRetroMethod.
          move spaces to xRetroDetailNote.
          if xPayHistMethod = 'VOIDED' or 'STOPPED' or 'MANUAL'
             add 1 to nEmpSkipCount
             move 0 to neRetroOldGross
             move 0 to neRetroNewGross
             move 0 to neRetroAmount
             move 'NOT RECOMPUTED' to xRetroDetailNote
          else
             move nRetroOldRate to nCalcRate
             perform 230-compute-gross-at-rate
             move nCalcGross to nOldRateGross
             move nRetroNewRate to nCalcRate
             perform 230-compute-gross-at-rate
             move nCalcGross to nNewRateGross
             compute nPeriodRetro = nNewRateGross - nOldRateGross
             add nPeriodRetro to nEmpRetroTotal
             add 1 to nEmpPeriodCount
             move nOldRateGross to neRetroOldGross
             move nNewRateGross to neRetroNewGross
             move nPeriodRetro to neRetroAmount
          end-if.
          write xRetroLine from xRetroDetail.

       230-compute-gross-at-rate.
          if RetroSalaried
             move nCalcRate to nCalcGross
          else
             if nPayHistHours > 40
                move 40 to nRegularHours
                subtract 40 from nPayHistHours giving nOvertimeHours
             else
                move nPayHistHours to nRegularHours
                move 0 to nOvertimeHours
             end-if

             if RetroOvertimeEligible
                compute nCalcGross =
                   (nRegularHours * nCalcRate) +
                   (nOvertimeHours * nCalcRate * nRetroOvertimeRate)
             else
                compute nCalcGross =
                   (nRegularHours + nOvertimeHours) * nCalcRate
             end-if
             compute nCalcGross rounded = nCalcGross +
                (nPayHistLeaveHours * nCalcRate)
          end-if.

       240-close-employee-retro.
          if nEmpPeriodCount = 0 and nEmpSkipCount = 0
             add 1 to nNoHistoryCount
             write xRetroLine from xRetroNoneLine
          else
             move nEmpPeriodCount to neRetroPeriods
             move nEmpRetroTotal to neRetroTotal
             move spaces to xRetroTotalNote
             if nEmpRetroTotal > 0
                perform 245-write-retro-earnings
                move 'QUEUED FOR NEXT PAY RUN' to xRetroTotalNote
             else
                if nEmpRetroTotal < 0
                   add 1 to nDecreaseCount
                   move 'OVERPAYMENT -- NOT RECOVERED BY PAYROLL'
                     to xRetroTotalNote
                end-if
             end-if
             write xRetroLine from xRetroTotalLine
          end-if.

       245-write-retro-earnings.
          move spaces to xAddEarnRecord.
          move nRetroEmpNum to nAddEarnEmpNum.
          move xRetroChangePeriod to xAddEarnPeriodId.
          set RetroEarning to true.
          move nEmpRetroTotal to nAddEarnAmount.
          move xRetroEffPeriod to xRefEffPeriod.
          move xRetroChangePeriod to xRefThruPeriod.
          move xRetroReference to xAddEarnReference.
          write xAddEarnRecord.
          add 1 to nEarningsCount.
          add nEmpRetroTotal to nRunRetroTotal.


       300-termination.
         close retrofile.
         close addearnfile.
         if HistoryOnFile
            close payhistfile
         end-if.
         move spaces to xRetroLine.
         write xRetroLine.
         move nPendingCount to neSummaryCount.
         move ' back-dated rate change(s) processed' to xSummaryText.
         move 0 to neSummaryAmount.
         write xRetroLine from xRetroSummaryLine.
         move nEarningsCount to neSummaryCount.
         move ' retro payment(s) queued, totalling' to xSummaryText.
         move nRunRetroTotal to neSummaryAmount.
         write xRetroLine from xRetroSummaryLine.
         move nDecreaseCount to neSummaryCount.
         move ' rate decrease(s) -- recover manually' to xSummaryText.
         move 0 to neSummaryAmount.
         write xRetroLine from xRetroSummaryLine.
         move nNoHistoryCount to neSummaryCount.
         move ' change(s) with no history in range' to xSummaryText.
         write xRetroLine from xRetroSummaryLine.
         close retrorptfile.
         if nPendingCount > 0
            call "CBL_DELETE_FILE" using xRetroPendingFileName
            move 0 to return-code
         end-if.
         display 'Retro pay calculation complete -- '.
         display nPendingCount ' change(s) processed, '
            nEarningsCount ' retro payment(s) queued.'.
         if nDecreaseCount > 0
            display nDecreaseCount
               ' rate decrease(s) -- overpayment not recovered'
         end-if.
