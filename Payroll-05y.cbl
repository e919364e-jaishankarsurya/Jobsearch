       77  nHistWithholdingTotal   pic 9(9)v99 value 0.
       77  nHistDeductionsTotal    pic 9(9)v99 value 0.
       77  nHistNetPayTotal        pic 9(9)v99 value 0.
       77  nOffCycleCount          pic 9(5)    value 0.
       77  nOffCycleGross          pic s9(9)v99 value 0.
       77  nOffCycleWithholding    pic s9(9)v99 value 0.
       77  nOffCycleDeductions     pic s9(9)v99 value 0.
       77  nOffCycleNetPay         pic s9(9)v99 value 0.
       77  xBalanceSwitch          pic x       value 'y'.
           88  YearInBalance               value 'y'.
       77  xStatementYear          pic x(4)    value spaces.
          perform 156-total-history
             varying nHistPeriodSub from 1 by 1
             until nHistPeriodSub > nHistPeriodCount.
          add nOffCycleGross to nHistGrossTotal.
          add nOffCycleWithholding to nHistWithholdingTotal.
          add nOffCycleDeductions to nHistDeductionsTotal.
          add nOffCycleNetPay to nHistNetPayTotal.

       152-load-one-history.
          read runhistfile
            at end
               move 'y' to xHistEofFlag
            not at end
               if OffCycleRun
                  add 1 to nOffCycleCount,
                  add nRhGross to nOffCycleGross,
                  add nRhWithholding to nOffCycleWithholding,
                  add nRhDeductions to nOffCycleDeductions,
                  add nRhNetPay to nOffCycleNetPay
               else
                  perform 154-store-one-history
               end-if
          end-read.

       154-store-one-history.
          move nHistPeriodCount to neControlCount.
          move ' pay period(s) in run history' to xControlCountText.
          write xControlLine from xControlCountLine.
          move nOffCycleCount to neControlCount.
          move ' off-cycle check run(s) in run history'
            to xControlCountText.
          write xControlLine from xControlCountLine.
          move spaces to xControlLine.
          write xControlLine.
          if YearInBalance
