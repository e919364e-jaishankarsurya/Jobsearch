
       identification division.
       program-id. Payroll-15f.

       environment division.
       input-output section.

       file-control.
          select payhistfile assign to "Payroll.payHistory.txt"
              organization is indexed
              access mode is dynamic
              record key is xPayHistKey
              file status is xPayHistFileStatus.

          select ytdfile assign to "Payroll.ytdmasterS.txt"
              organization is indexed
              access mode is dynamic
              record key is nEmpNumElement
              file status is xYtdFileStatus.

          select optional runhistfile
              assign to "Payroll.runHistory.txt"
              organization is line sequential.

          select optional tlhfile
              assign to "Payroll.taxLiabHistory.txt"
              organization is line sequential.

          select optional periodfile assign to "Payroll.payPeriod.txt"
              organization is line sequential.

          select optional taxfile assign to "Payroll.taxTable.txt"
              organization is line sequential.

          select xSortFile assign to "Payroll.recon941work.tmp".

          select reconfile assign to "Payroll.recon941.txt"
              organization is line sequential.

       data division.
       file section.

       fd  payhistfile.
       01  xPayHistRecord.
           copy PAYHREC.

       fd  ytdfile.
       01  xYtdRecord.
           copy YTDREC.

       fd  runhistfile.
       01  xRunHistoryRecord.
           copy RUNHREC.

       fd  tlhfile.
       01  xTaxLiabHistRecord.
           copy TLHREC.

       fd  periodfile.
       01  xPeriodRecord.
           05  xPeriodIdIn             pic x(8).

       fd  taxfile.
       01  xTaxRecord.
           05  xTaxRecordType          pic x.
               88  FicaTaxRecord               value 'F'.
           05  filler                  pic x(26).
       01  xTaxFicaRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  nTaxFicaRateIn          pic v9999.
           05  nTaxFicaBaseIn          pic 9(7)v99.
           05  filler                  pic x(13).

       sd  xSortFile.
       01  xReconSortRecord.
           05  xQsPeriodId             pic x(8).
           05  filler                  pic x(99).

       fd  reconfile.
       01  xReconLine                  pic x(110).


       working-storage section.

       77  xPayHistFileStatus      pic xx.
           88  PayHistFileOk               value '00'.
       77  xYtdFileStatus          pic xx.
           88  YtdFileOk                   value '00'.
       77  xHistEofFlag            pic x       value 'n'.
       77  xYtdEofFlag             pic x       value 'n'.
       77  xRunHistEofFlag         pic x       value 'n'.
       77  xTlhEofFlag             pic x       value 'n'.
       77  xTaxEofFlag             pic x       value 'n'.
       77  xSortEofFlag            pic x       value 'n'.
       77  xPayPeriodId            pic x(8)    value spaces.
       77  nFicaRate               pic v9999   value 0.
       77  nFicaWageBase           pic 9(7)v99 value 0.
       77  xTaxTableSwitch         pic x       value 'n'.
           88  TaxTableLoaded              value 'y'.
       77  nRoundingTolerance      pic 9v99    value 1.00.
       77  nPrevHistEmpNum         pic 9999    value 0.
       77  xEmpYear                pic x(4)    value spaces.
       77  nEmpYtdGross            pic s9(7)v99 value 0.
       77  nEmpYtdAfter            pic s9(7)v99 value 0.
       77  nPeriodExcess           pic s9(7)v99 value 0.
       77  nPeriodCount            pic 99      value 0.
       77  nPeriodSub              pic 99      value 0.
       77  xPeriodFoundSwitch      pic x       value 'n'.
           88  PeriodFound                 value 'y'.
       77  xPeriodTableFullSwitch  pic x       value 'n'.
           88  PeriodTableFull             value 'y'.
       77  xMatchPeriodId          pic x(8).
       77  nRebuiltErFica          pic s9(9)v99.
       77  nDiffWages              pic s9(9)v99.
       77  nDiffFica               pic s9(9)v99.
       77  nDiffFederal            pic s9(9)v99.
       77  nDiffErFica             pic s9(9)v99.
       77  nDiffCheck              pic s9(9)v99.
       77  xDiffSwitch             pic x       value 'n'.
           88  DifferenceFound             value 'y'.
       77  nFlaggedCount           pic 99      value 0.
       77  xBalanceSwitch          pic x       value 'y'.
           88  QuarterInBalance            value 'y'.
       77  nOcRunGross             pic s9(9)v99 value 0.
       77  nOcLiabErFica           pic s9(9)v99 value 0.
       77  nOcRebuiltErFica        pic s9(9)v99 value 0.
       77  nYtdEmpCount            pic 9(5)    value 0.

       01  xRunDate.
           05  nRunCcyy                pic 9999.
           05  nRunMm                  pic 99.
           05  nRunDd                  pic 99.

       01  xPeriodDateParts.
           05  xPeriodYear             pic x(4).
           05  nPeriodMm               pic 99.
           05  filler                  pic xx.

       01  xReportQuarter.
           05  xRqYear                 pic x(4).
           05  filler                  pic x       value 'Q'.
           05  nRqQuarter              pic 9.

       01  xWorkQuarter.
           05  xWqYear                 pic x(4).
           05  filler                  pic x       value 'Q'.
           05  nWqQuarter              pic 9.

       01  xQtrPeriodTable.
           05  xQtrPeriodEntry occurs 60 times.
               10  xQpPeriodId         pic x(8).
               10  nQpHistGross        pic s9(9)v99.
               10  nQpHistFica         pic s9(9)v99.
               10  nQpHistFederal      pic s9(9)v99.
               10  nQpHistExcess       pic s9(9)v99.
               10  nQpRunGross         pic s9(9)v99.
               10  nQpLiabGross        pic s9(9)v99.
               10  nQpLiabFica         pic s9(9)v99.
               10  nQpLiabFederal      pic s9(9)v99.
               10  nQpLiabErFica       pic s9(9)v99.

       01  xQtrPeriodWork.
           05  xQwPeriodId             pic x(8).
           05  nQwHistGross            pic s9(9)v99.
           05  nQwHistFica             pic s9(9)v99.
           05  nQwHistFederal          pic s9(9)v99.
           05  nQwHistExcess           pic s9(9)v99.
           05  nQwRunGross             pic s9(9)v99.
           05  nQwLiabGross            pic s9(9)v99.
           05  nQwLiabFica             pic s9(9)v99.
           05  nQwLiabFederal          pic s9(9)v99.
           05  nQwLiabErFica           pic s9(9)v99.

       01  xQtrTotals.
           05  nQtHistGross            pic s9(9)v99 value 0.
           05  nQtHistFica             pic s9(9)v99 value 0.
           05  nQtHistFederal          pic s9(9)v99 value 0.
           05  nQtRebuiltErFica        pic s9(9)v99 value 0.
           05  nQtLiabGross            pic s9(9)v99 value 0.
           05  nQtLiabFica             pic s9(9)v99 value 0.
           05  nQtLiabFederal          pic s9(9)v99 value 0.
           05  nQtLiabErFica           pic s9(9)v99 value 0.
           05  nQtYtdGross             pic s9(9)v99 value 0.
           05  nQtYtdFica              pic s9(9)v99 value 0.
           05  nQtYtdFederal           pic s9(9)v99 value 0.

       01  xReconHeading.
          05  filler              pic x(36)
              value "Quarterly federal 941 reconciliation".
          05  filler              pic x(10)   value "  Quarter ".
          05  xReconHeadingQuarter pic x(6).
          05  filler              pic x(12)   value "  Run Date: ".
          05  neRunMm             pic 99.
          05  filler              pic x       value '/'.
          05  neRunDd             pic 99.
          05  filler              pic x       value '/'.
          05  neRunCcyy           pic 9999.

       01  xReconColumnHeads.
          05  filler              pic x(8)    value "Period  ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(18)   value "Source".
          05  filler              pic x(15)   value "          Wages".
          05  filler              pic x(15)   value "  Employee FICA".
          05  filler              pic x(15)   value "   Federal w/h ".
          05  filler              pic x(15)   value "  Employer FICA".

       01  xReconDetail.
          05  xReconPeriod        pic x(8).
          05  filler              pic xx      value spaces.
          05  xReconSource        pic x(18).
          05  neReconWages        pic zzz,zzz,zz9.99-.
          05  neReconFica         pic zzz,zzz,zz9.99-.
          05  neReconFederal      pic zzz,zzz,zz9.99-.
          05  neReconErFica       pic zzz,zzz,zz9.99-.
          05  filler              pic xx      value spaces.
          05  xReconFlag          pic x(18).

       01  xReconSummaryLine.
          05  xReconSummaryLabel  pic x(40).
          05  neReconSummaryAmount pic zzz,zzz,zz9.99-.

       01  xReconCountLine.
          05  neReconCount        pic zzzz9.
          05  xReconCountText     pic x(50).


       procedure division.
       000-main.
          perform 100-initialization.
          perform 150-load-pay-history.
          perform 160-load-run-history.
          perform 170-load-liability-history.
          sort xSortFile
             on ascending key xQsPeriodId
             input procedure 200-release-periods
             output procedure 210-report-periods.
          perform 250-reconcile-quarter.
          perform 300-termination.
          stop run.


       100-initialization.
          accept xRunDate from date yyyymmdd.
          move nRunMm to neRunMm.
          move nRunDd to neRunDd.
          move nRunCcyy to neRunCcyy.
          perform 102-read-pay-period.
          move xPayPeriodId to xPeriodDateParts.
          move xPeriodYear to xRqYear.
          if nPeriodMm is numeric
             and nPeriodMm > 0 and nPeriodMm < 13
             compute nRqQuarter = (nPeriodMm + 2) / 3
          else
             move 0 to nRqQuarter
          end-if.
          perform 104-load-tax-table.
          open output reconfile.
          move xReportQuarter to xReconHeadingQuarter.
          write xReconLine from xReconHeading.
          move spaces to xReconLine.
          write xReconLine.
          write xReconLine from xReconColumnHeads.

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

       104-load-tax-table.
          open input taxfile.
          perform 106-load-one-tax-record until xTaxEofFlag = 'y'.
          close taxfile.
          if not TaxTableLoaded
             display 'OPERATOR -- TAX TABLE NOT LOADED FROM '
                'Payroll.taxTable.txt'
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.

       106-load-one-tax-record.
          read taxfile
            at end
               move 'y' to xTaxEofFlag
            not at end
               if FicaTaxRecord
                  move nTaxFicaRateIn to nFicaRate,
                  move nTaxFicaBaseIn to nFicaWageBase,
                  move 'y' to xTaxTableSwitch
               end-if
          end-read.

       150-load-pay-history.
          open input payhistfile.
          if not PayHistFileOk
             move 'y' to xHistEofFlag
          end-if.
          move zero to nPayHistEmpNum.
          move low-values to xPayHistPeriodId.
          if xHistEofFlag = 'n'
             start payhistfile key not < xPayHistKey
                invalid key
                   move 'y' to xHistEofFlag
             end-start
          end-if.
          perform 152-total-one-pay-history until xHistEofFlag = 'y'.
          if PayHistFileOk
             close payhistfile
          end-if.

       152-total-one-pay-history.
          read payhistfile next
             at end
                move 'y' to xHistEofFlag
             not at end
                perform 154-track-wage-base,
                move xPayHistPeriodId to xMatchPeriodId,
                perform 190-quarter-of-period,
                if xWorkQuarter = xReportQuarter
                   perform 180-find-period,
                   if PeriodFound
                      add nPayHistGross to nQpHistGross(nPeriodSub),
                      add nPayHistFica to nQpHistFica(nPeriodSub),
                      add nPayHistFederal
                        to nQpHistFederal(nPeriodSub),
                      add nPeriodExcess to nQpHistExcess(nPeriodSub)
                   end-if
                end-if
          end-read.

       154-track-wage-base.
          move xPayHistPeriodId to xPeriodDateParts.
          if nPayHistEmpNum not = nPrevHistEmpNum
             or xPeriodYear not = xEmpYear
             move nPayHistEmpNum to nPrevHistEmpNum
             move xPeriodYear to xEmpYear
             move 0 to nEmpYtdGross
          end-if.
          compute nEmpYtdAfter = nEmpYtdGross + nPayHistGross.
          if nEmpYtdGross not < nFicaWageBase
             move nPayHistGross to nPeriodExcess
          else
             if nEmpYtdAfter > nFicaWageBase
                compute nPeriodExcess = nEmpYtdAfter - nFicaWageBase
             else
                move 0 to nPeriodExcess
             end-if
          end-if.
          move nEmpYtdAfter to nEmpYtdGross.

       160-load-run-history.
          open input runhistfile.
          perform 162-total-one-run until xRunHistEofFlag = 'y'.
          close runhistfile.

       162-total-one-run.
          read runhistfile
            at end
               move 'y' to xRunHistEofFlag
            not at end
               move xRhPeriodId to xMatchPeriodId,
               perform 190-quarter-of-period,
               if xWorkQuarter = xReportQuarter
                  if OffCycleRun
                     add nRhGross to nOcRunGross
                  else
                     perform 180-find-period,
                     if PeriodFound
                        add nRhGross to nQpRunGross(nPeriodSub)
                     end-if
                  end-if
               end-if
          end-read.

       170-load-liability-history.
          open input tlhfile.
          perform 172-total-one-liability until xTlhEofFlag = 'y'.
          close tlhfile.

       172-total-one-liability.
          read tlhfile
            at end
               move 'y' to xTlhEofFlag
            not at end
               move xTlhPeriodId to xMatchPeriodId,
               perform 190-quarter-of-period,
               if xWorkQuarter = xReportQuarter
                  perform 180-find-period,
                  if PeriodFound
                     add nTlhGross to nQpLiabGross(nPeriodSub),
                     add nTlhFica to nQpLiabFica(nPeriodSub),
                     add nTlhFederal to nQpLiabFederal(nPeriodSub),
                     if TlhOffCycleRun
                        add nTlhErFica to nOcLiabErFica
                     else
                        add nTlhErFica to nQpLiabErFica(nPeriodSub)
                     end-if
                  end-if
               end-if
          end-read.

       180-find-period.
          move 'n' to xPeriodFoundSwitch.
          perform 182-match-one-period
             varying nPeriodSub from 1 by 1
             until nPeriodSub > nPeriodCount
             or PeriodFound.
          if PeriodFound
             subtract 1 from nPeriodSub
          else
             if nPeriodCount < 60
                add 1 to nPeriodCount
                move nPeriodCount to nPeriodSub
                move xMatchPeriodId to xQpPeriodId(nPeriodSub)
                move 0 to nQpHistGross(nPeriodSub)
                move 0 to nQpHistFica(nPeriodSub)
                move 0 to nQpHistFederal(nPeriodSub)
                move 0 to nQpHistExcess(nPeriodSub)
                move 0 to nQpRunGross(nPeriodSub)
                move 0 to nQpLiabGross(nPeriodSub)
                move 0 to nQpLiabFica(nPeriodSub)
                move 0 to nQpLiabFederal(nPeriodSub)
                move 0 to nQpLiabErFica(nPeriodSub)
                move 'y' to xPeriodFoundSwitch
             else
                move 'y' to xPeriodTableFullSwitch
                move 'n' to xBalanceSwitch
             end-if
          end-if.

       182-match-one-period.
          if xQpPeriodId(nPeriodSub) = xMatchPeriodId
             move 'y' to xPeriodFoundSwitch
          end-if.

       190-quarter-of-period.
          move xMatchPeriodId to xPeriodDateParts.
          move xPeriodYear to xWqYear.
          if nPeriodMm is numeric
             and nPeriodMm > 0 and nPeriodMm < 13
             compute nWqQuarter = (nPeriodMm + 2) / 3
          else
             move 0 to nWqQuarter
          end-if.

       200-release-periods.
          perform 202-release-one-period
             varying nPeriodSub from 1 by 1
             until nPeriodSub > nPeriodCount.

       202-release-one-period.
          move xQtrPeriodEntry(nPeriodSub) to xReconSortRecord.
          release xReconSortRecord.

       210-report-periods.
          perform 212-return-sorted.
          perform 220-report-one-period until xSortEofFlag = 'y'.

       212-return-sorted.
          return xSortFile
            at end
               move 'y' to xSortEofFlag
          end-return.

       220-report-one-period.
          move xReconSortRecord to xQtrPeriodWork.
          compute nRebuiltErFica rounded =
             (nQwRunGross - nQwHistExcess) * nFicaRate.
          if nRebuiltErFica < 0
             move 0 to nRebuiltErFica
          end-if.
          add nQwHistGross to nQtHistGross.
          add nQwHistFica to nQtHistFica.
          add nQwHistFederal to nQtHistFederal.
          add nRebuiltErFica to nQtRebuiltErFica.
          add nQwLiabGross to nQtLiabGross.
          add nQwLiabFica to nQtLiabFica.
          add nQwLiabFederal to nQtLiabFederal.
          add nQwLiabErFica to nQtLiabErFica.
          move spaces to xReconLine.
          write xReconLine.
          move xQwPeriodId to xReconPeriod.
          move 'Pay history' to xReconSource.
          move nQwHistGross to neReconWages.
          move nQwHistFica to neReconFica.
          move nQwHistFederal to neReconFederal.
          move nRebuiltErFica to neReconErFica.
          move spaces to xReconFlag.
          write xReconLine from xReconDetail.
          move spaces to xReconPeriod.
          move 'Liability report' to xReconSource.
          move nQwLiabGross to neReconWages.
          move nQwLiabFica to neReconFica.
          move nQwLiabFederal to neReconFederal.
          move nQwLiabErFica to neReconErFica.
          write xReconLine from xReconDetail.
          compute nDiffWages = nQwHistGross - nQwLiabGross.
          compute nDiffFica = nQwHistFica - nQwLiabFica.
          compute nDiffFederal = nQwHistFederal - nQwLiabFederal.
          compute nDiffErFica = nRebuiltErFica - nQwLiabErFica.
          perform 230-write-difference-line.
          if DifferenceFound
             add 1 to nFlaggedCount
          end-if.
          perform 212-return-sorted.

       230-write-difference-line.
          move 'n' to xDiffSwitch.
          move nDiffWages to nDiffCheck.
          perform 232-check-tolerance.
          move nDiffFica to nDiffCheck.
          perform 232-check-tolerance.
          move nDiffFederal to nDiffCheck.
          perform 232-check-tolerance.
          move nDiffErFica to nDiffCheck.
          perform 232-check-tolerance.
          move spaces to xReconPeriod.
          move 'Difference' to xReconSource.
          move nDiffWages to neReconWages.
          move nDiffFica to neReconFica.
          move nDiffFederal to neReconFederal.
          move nDiffErFica to neReconErFica.
          if DifferenceFound
             move 'n' to xBalanceSwitch
             move '** OUT OF BALANCE' to xReconFlag
          else
             move spaces to xReconFlag
          end-if.
          write xReconLine from xReconDetail.

       232-check-tolerance.
          if nDiffCheck < 0
             compute nDiffCheck = 0 - nDiffCheck
          end-if.
          if nDiffCheck > nRoundingTolerance
             move 'y' to xDiffSwitch
          end-if.

       250-reconcile-quarter.
          perform 252-total-ytd-quarter.
          compute nOcRebuiltErFica rounded = nOcRunGross * nFicaRate.
          add nOcRebuiltErFica to nQtRebuiltErFica.
          add nOcLiabErFica to nQtLiabErFica.
          move spaces to xReconLine.
          write xReconLine.
          move 'OFF-CYCLE' to xReconPeriod.
          move 'Run history' to xReconSource.
          move nOcRunGross to neReconWages.
          move 0 to neReconFica.
          move 0 to neReconFederal.
          move nOcRebuiltErFica to neReconErFica.
          move spaces to xReconFlag.
          write xReconLine from xReconDetail.
          move spaces to xReconPeriod.
          move 'Liability report' to xReconSource.
          move 0 to neReconWages.
          move nOcLiabErFica to neReconErFica.
          write xReconLine from xReconDetail.
          move 0 to nDiffWages.
          move 0 to nDiffFica.
          move 0 to nDiffFederal.
          compute nDiffErFica = nOcRebuiltErFica - nOcLiabErFica.
          perform 230-write-difference-line.
          move spaces to xReconLine.
          write xReconLine.
          move 'QUARTER' to xReconPeriod.
          move 'Pay history' to xReconSource.
          move nQtHistGross to neReconWages.
          move nQtHistFica to neReconFica.
          move nQtHistFederal to neReconFederal.
          move nQtRebuiltErFica to neReconErFica.
          move spaces to xReconFlag.
          write xReconLine from xReconDetail.
          move spaces to xReconPeriod.
          move 'Liability report' to xReconSource.
          move nQtLiabGross to neReconWages.
          move nQtLiabFica to neReconFica.
          move nQtLiabFederal to neReconFederal.
          move nQtLiabErFica to neReconErFica.
          write xReconLine from xReconDetail.
          compute nDiffWages = nQtHistGross - nQtLiabGross.
          compute nDiffFica = nQtHistFica - nQtLiabFica.
          compute nDiffFederal = nQtHistFederal - nQtLiabFederal.
          compute nDiffErFica = nQtRebuiltErFica - nQtLiabErFica.
          perform 230-write-difference-line.
          move spaces to xReconPeriod.
          move 'YTD master QTD' to xReconSource.
          move nQtYtdGross to neReconWages.
          move nQtYtdFica to neReconFica.
          move nQtYtdFederal to neReconFederal.
          move 0 to neReconErFica.
          move spaces to xReconFlag.
          write xReconLine from xReconDetail.
          compute nDiffWages = nQtHistGross - nQtYtdGross.
          compute nDiffFica = nQtHistFica - nQtYtdFica.
          compute nDiffFederal = nQtHistFederal - nQtYtdFederal.
          move 0 to nDiffErFica.
          perform 230-write-difference-line.
          perform 260-write-return-summary.

       252-total-ytd-quarter.
          open input ytdfile.
          if not YtdFileOk
             move 'y' to xYtdEofFlag
          end-if.
          move zero to nEmpNumElement.
          if xYtdEofFlag = 'n'
             start ytdfile key not < nEmpNumElement
                invalid key
                   move 'y' to xYtdEofFlag
             end-start
          end-if.
          perform 254-total-one-ytd until xYtdEofFlag = 'y'.
          if YtdFileOk
             close ytdfile
          end-if.

       254-total-one-ytd.
          read ytdfile next
             at end
                move 'y' to xYtdEofFlag
             not at end
                if xQtdQuarterElement = xReportQuarter
                   add 1 to nYtdEmpCount,
                   add nQtdGrossElement to nQtYtdGross,
                   add nQtdFicaElement to nQtYtdFica,
                   add nQtdFederalElement to nQtYtdFederal
                end-if
          end-read.

       260-write-return-summary.
          move spaces to xReconLine.
          write xReconLine.
          move 'Form 941 figures from pay history' to xReconLine.
          write xReconLine.
          move 'Wages, tips and other compensation'
            to xReconSummaryLabel.
          move nQtHistGross to neReconSummaryAmount.
          write xReconLine from xReconSummaryLine.
          move 'Federal income tax withheld' to xReconSummaryLabel.
          move nQtHistFederal to neReconSummaryAmount.
          write xReconLine from xReconSummaryLine.
          move 'Social security and Medicare tax'
            to xReconSummaryLabel.
          compute nDiffCheck = nQtHistFica + nQtRebuiltErFica.
          move nDiffCheck to neReconSummaryAmount.
          write xReconLine from xReconSummaryLine.
          move 'Total taxes after adjustments' to xReconSummaryLabel.
          compute nDiffCheck =
             nQtHistFica + nQtRebuiltErFica + nQtHistFederal.
          move nDiffCheck to neReconSummaryAmount.
          write xReconLine from xReconSummaryLine.
          move 'Deposits per liability reports' to xReconSummaryLabel.
          compute nDiffCheck =
             nQtLiabFica + nQtLiabErFica + nQtLiabFederal.
          move nDiffCheck to neReconSummaryAmount.
          write xReconLine from xReconSummaryLine.
          move spaces to xReconLine.
          write xReconLine.
          move nPeriodCount to neReconCount.
          move ' pay period(s) in the quarter' to xReconCountText.
          write xReconLine from xReconCountLine.
          move nFlaggedCount to neReconCount.
          move ' period(s) out of balance' to xReconCountText.
          write xReconLine from xReconCountLine.
          move nYtdEmpCount to neReconCount.
          move ' employee(s) with QTD wages on the YTD master'
            to xReconCountText.
          write xReconLine from xReconCountLine.
          move spaces to xReconLine.
          write xReconLine.
          if QuarterInBalance
             move 'QUARTER RECONCILES -- READY TO FILE' to xReconLine
          else
             move 'QUARTER DOES NOT RECONCILE -- SEE FLAGGED LINES'
               to xReconLine
          end-if.
          write xReconLine.


       300-termination.
         close reconfile.
         if QuarterInBalance
            display '941 reconciliation complete -- quarter '
               xReportQuarter ' in balance'
         else
            display '941 RECONCILIATION OUT OF BALANCE -- QUARTER '
               xReportQuarter
            display '  ' nFlaggedCount ' period(s) flagged'
            if PeriodTableFull
               display '  PERIOD TABLE FULL -- '
                  'NOT ALL PERIODS COUNTED'
            end-if
         end-if.
