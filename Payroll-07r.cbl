       77  nOutstandingTotal       pic 9(9)v99 value 0.
       77  nStaleCount             pic 9(5)    value 0.
       77  nDifferenceCount        pic 9(5)    value 0.
       77  nVoidStopCount          pic 9(5)    value 0.
       77  nVoidStopTotal          pic 9(9)v99 value 0.
       77  nPaidAfterVoidCount     pic 9(5)    value 0.
       77  nRunMonthIndex          pic 9(6)    value 0.
       77  nCheckMonthIndex        pic 9(6)    value 0.
       77  nStaleMonthLimit        pic 9       value 3.
               10  nRegAmountTable     pic 9(7)v99.
               10  xRegClearedFlag     pic x.
               10  nRegClearedAmount   pic 9(7)v99.
               10  xRegStatusTable     pic x.
               10  xRegActionDateTable pic x(8).

       01  xUnissuedTable.
           05  xUnissuedEntry occurs 500 times.
          perform 220-report-outstanding.
          perform 240-report-differences.
          perform 250-report-unissued.
          perform 260-report-void-stop.
          perform 300-termination.
          stop run.

                    to nRegAmountTable(nRegisterCount),
                  move 'n' to xRegClearedFlag(nRegisterCount),
                  move 0 to nRegClearedAmount(nRegisterCount),
                  move xCkRegStatus to xRegStatusTable(nRegisterCount),
                  move xCkRegActionDate
                    to xRegActionDateTable(nRegisterCount),
                  if CheckIssued
                     add nCkRegAmount to nIssuedTotal
                  else
                     add 1 to nVoidStopCount,
                     add nCkRegAmount to nVoidStopTotal
                  end-if
               else
                  move 'y' to xRegTableFullSwitch
               end-if

       222-report-one-outstanding.
          if xRegClearedFlag(nRegisterSub) = 'n'
             and xRegStatusTable(nRegisterSub) = space
             add 1 to nOutstandingCount
             add nRegAmountTable(nRegisterSub) to nOutstandingTotal
             move spaces to xReconFlag
          move 'NOT ON FILE' to xReconFlag.
          write xReconLine from xReconDetail.

       260-report-void-stop.
          move 'Voided and stopped checks' to xReconSectionText.
          write xReconLine from xReconSectionLine.
          perform 262-report-one-void-stop
             varying nRegisterSub from 1 by 1
             until nRegisterSub > nRegisterCount.
          move spaces to xReconLine.
          write xReconLine.

       262-report-one-void-stop.
          if xRegStatusTable(nRegisterSub) not = space
             move nRegNumberTable(nRegisterSub) to neReconNumber
             move xRegActionDateTable(nRegisterSub) to xReconDate
             move nRegEmpNumTable(nRegisterSub) to neReconEmpNum
             move xRegPayeeTable(nRegisterSub) to xReconPayee
             move nRegAmountTable(nRegisterSub) to neReconAmount
             if xRegClearedFlag(nRegisterSub) = 'y'
                add 1 to nPaidAfterVoidCount
                move nRegClearedAmount(nRegisterSub) to neReconAmount
                if xRegStatusTable(nRegisterSub) = 'V'
                   move 'VOID -- PAID' to xReconFlag
                else
                   move 'STOP -- PAID' to xReconFlag
                end-if
             else
                if xRegStatusTable(nRegisterSub) = 'V'
                   move 'VOIDED' to xReconFlag
                else
                   move 'STOPPED' to xReconFlag
                end-if
             end-if
             write xReconLine from xReconDetail
          end-if.


       300-termination.
         move nRegisterCount to neReconSummaryCount.
         move ' paid-not-issued item(s)' to xReconSummaryText.
         move 0 to neReconSummaryTotal.
         write xReconLine from xReconSummaryLine.
         move nVoidStopCount to neReconSummaryCount.
         move ' voided or stopped check(s)' to xReconSummaryText.
         move nVoidStopTotal to neReconSummaryTotal.
         write xReconLine from xReconSummaryLine.
         move nPaidAfterVoidCount to neReconSummaryCount.
         move ' paid after void or stop' to xReconSummaryText.
         move 0 to neReconSummaryTotal.
         write xReconLine from xReconSummaryLine.
         close reconfile.
         if RegisterTableFull
            display 'WARNING -- CHECK REGISTER TABLE FULL, '
            display 'WARNING -- PAID-NOT-ISSUED TABLE FULL, '
               'SOME ITEMS NOT LISTED'
         end-if.
         if nPaidAfterVoidCount > 0
            display 'WARNING -- ' nPaidAfterVoidCount
               ' VOIDED OR STOPPED CHECK(S) PAID BY THE BANK'
         end-if.
         if nRejectedClrCount > 0
            display 'WARNING -- ' nRejectedClrCount
               ' NON-NUMERIC CLEARED ITEM(S) SKIPPED'
