          select glintfile assign to "Payroll.glInterface.txt"
              organization is line sequential.

          select optional glocfile assign to "Payroll.glOffCycle.txt"
              organization is line sequential.

          select voucherfile assign to "Payroll.glVoucher.txt"
              organization is line sequential.

               88  GlIntDeptRecord         value 'D'.
               88  GlIntTotalRecord        value 'T'.
               88  GlIntEmployerRecord     value 'E'.
               88  GlIntEarningsRecord     value 'S'.
           05  filler              pic x(69).
       01  xGlIntDeptRecord redefines xGlIntRecord.
           05  filler              pic x.
           05  nGlIntDept          pic 9.
           05  xGlIntCostCenter    pic x(6).
           05  nGlIntDeptGross     pic 9(9)v99.
           05  nGlIntDeptErTax     pic 9(9)v99.
           05  filler              pic x(40).
       01  xGlIntTotalRecord redefines xGlIntRecord.
           05  filler              pic x.
           05  nGlIntFica          pic 9(9)v99.
           05  nGlIntFuta          pic 9(9)v99.
           05  nGlIntSuta          pic 9(9)v99.
           05  filler              pic x(36).
       01  xGlIntEarningsRecord redefines xGlIntRecord.
           05  filler              pic x.
           05  xGlIntEarnType      pic x.
               88  BonusEarnings           value 'B'.
               88  CommissionEarnings      value 'C'.
               88  RetroEarnings           value 'R'.
               88  ReimbursementEarnings   value 'X'.
           05  nGlIntEarnAmount    pic 9(9)v99.
           05  filler              pic x(57).

       fd  glocfile.
       01  xGlOcRecord.
           05  xGlOcRecordType     pic x.
               88  GlOcDeptRecord          value 'D'.
               88  GlOcTotalRecord         value 'T'.
               88  GlOcEmployerRecord      value 'E'.
               88  GlOcEarningsRecord      value 'S'.
           05  filler              pic x(68).
           05  xGlOcDirection      pic x.
               88  GlOcReversal            value 'R'.
       01  xGlOcDeptRecord redefines xGlOcRecord.
           05  filler              pic x.
           05  nGlOcDept           pic 9.
           05  xGlOcCostCenter     pic x(6).
           05  nGlOcDeptGross      pic 9(9)v99.
           05  filler              pic x(51).
       01  xGlOcTotalRecord redefines xGlOcRecord.
           05  filler              pic x.
           05  nGlOcFica           pic 9(9)v99.
           05  nGlOcFederal        pic 9(9)v99.
           05  nGlOcState          pic 9(9)v99.
           05  nGlOcDeductions     pic 9(9)v99.
           05  nGlOcNet            pic 9(9)v99.
           05  nGlOcGross          pic 9(9)v99.
           05  filler              pic x(3).
       01  xGlOcEmployerRecord redefines xGlOcRecord.
           05  filler              pic x.
           05  nGlOcErFica         pic 9(9)v99.
           05  nGlOcFuta           pic 9(9)v99.
           05  nGlOcSuta           pic 9(9)v99.
           05  filler              pic x(36).
       01  xGlOcEarningsRecord redefines xGlOcRecord.
           05  filler              pic x.
           05  xGlOcEarnType       pic x.
               88  GlOcReimbursement       value 'X'.
           05  nGlOcEarnAmount     pic 9(9)v99.
           05  filler              pic x(57).

       fd  voucherfile.
       01  xVoucherRecord          pic x(80).
       77  xErFicaLiabAcct         pic x(4)    value '2115'.
       77  xFutaLiabAcct           pic x(4)    value '2160'.
       77  xSutaLiabAcct           pic x(4)    value '2170'.
       77  xReimbExpenseAcct       pic x(4)    value '6160'.
       77  nSuppEarningsTotal      pic 9(9)v99 value 0.
       77  nErTaxTotal             pic 9(9)v99 value 0.
       77  nDeptErTaxTotal         pic 9(9)v99 value 0.
       77  xVoucherFileName        pic x(22)
               value "Payroll.glVoucher.txt".
       77  xGlOcFileName           pic x(22)
               value "Payroll.glOffCycle.txt".
       77  xGlOcEofFlag            pic x       value 'n'.
       77  xOffCycleSeenSwitch     pic x       value 'n'.
           88  OffCycleSeen                value 'y'.
       77  nGlOcSign               pic s9      value 1.
       77  nOcDeptSub              pic 99.
       77  nOcDeptGrossTotal       pic s9(9)v99 value 0.
       77  nOcLineAmount           pic s9(9)v99 value 0.
       77  xOcLineNormal           pic x       value 'D'.
           88  OcLineNormalDebit           value 'D'.
       77  xPayPeriodId            pic x(8)    value spaces.
       77  xRunCtlEofFlag          pic x       value 'n'.
       77  xPredecessorDoneSwitch  pic x       value 'n'.
               10  nDeptGrossDept      pic 9.
               10  xDeptGrossCostCenter pic x(6).
               10  nDeptGrossAmount    pic 9(9)v99.
               10  nDeptErTaxAmount    pic 9(9)v99.

       01  xRunTotals.
           05  nRunFica            pic 9(9)v99 value 0.
           05  nRunErFica          pic 9(9)v99 value 0.
           05  nRunFuta            pic 9(9)v99 value 0.
           05  nRunSuta            pic 9(9)v99 value 0.
           05  nRunBonus           pic 9(9)v99 value 0.
           05  nRunCommission      pic 9(9)v99 value 0.
           05  nRunRetro           pic 9(9)v99 value 0.
           05  nRunReimbursement   pic 9(9)v99 value 0.

       01  xOffCycleTotals.
           05  nOcFica             pic s9(9)v99 value 0.
           05  nOcFederal          pic s9(9)v99 value 0.
           05  nOcState            pic s9(9)v99 value 0.
           05  nOcDeductions       pic s9(9)v99 value 0.
           05  nOcNet              pic s9(9)v99 value 0.
           05  nOcGross            pic s9(9)v99 value 0.
           05  nOcErFica           pic s9(9)v99 value 0.
           05  nOcFuta             pic s9(9)v99 value 0.
           05  nOcSuta             pic s9(9)v99 value 0.
           05  nOcErTaxTotal       pic s9(9)v99 value 0.
           05  nOcReimbursement    pic s9(9)v99 value 0.

       01  xOcDeptTable.
           05  xOcDeptEntry occurs 10 times.
               10  xOcDeptUsedFlag     pic x       value 'n'.
               10  xOcDeptCostCenter   pic x(6)    value spaces.
               10  nOcDeptGross        pic s9(9)v99 value 0.

       01  xVoucherHeading.
          05  filler              pic x(17)
          05  nVoucherDeptDesc    pic 9.
          05  filler              pic x(3)    value spaces.

       01  xVoucherErTaxDesc.
          05  filler              pic x(20)
              value "ER TAX EXPENSE DEPT ".
          05  nVoucherErTaxDesc   pic 9.
          05  filler              pic x(3)    value spaces.

       01  xVoucherOcDeptDesc.
          05  filler              pic x(22)
              value "OFF-CYCLE SALARY DEPT ".
          05  nVoucherOcDeptDesc  pic 9.
          05  filler              pic x       value space.

       01  xVoucherMemoHeading.
          05  filler              pic x(14)   value spaces.
          05  filler              pic x(40)
              value "Memo -- included in salary expense above".

       01  xVoucherMemoLine.
          05  filler              pic x(14)   value spaces.
          05  xVoucherMemoDesc    pic x(24).
          05  filler              pic xx      value spaces.
          05  neVoucherMemoAmount pic zzz,zzz,zz9.99.


       procedure division.
       000-main.
          open input glintfile.
          perform 112-load-one-interface until xGlIntEofFlag = 'y'.
          close glintfile.
          open input glocfile.
          perform 120-load-one-off-cycle until xGlOcEofFlag = 'y'.
          close glocfile.

       102-read-pay-period.
          open input periodfile.
                  else
                     if GlIntEmployerRecord
                        perform 118-store-employer-record
                     else
                        if GlIntEarningsRecord
                           perform 119-store-earnings-record
                        end-if
                     end-if
                  end-if
               end-if
               to xDeptGrossCostCenter(nDeptEntryCount)
             move nGlIntDeptGross
               to nDeptGrossAmount(nDeptEntryCount)
             move nGlIntDeptErTax
               to nDeptErTaxAmount(nDeptEntryCount)
             add nGlIntDeptGross to nDebitTotal
             add nGlIntDeptErTax to nDeptErTaxTotal
          end-if.

       116-store-total-record.
          move nGlIntFuta to nRunFuta.
          move nGlIntSuta to nRunSuta.

       119-store-earnings-record.
          if BonusEarnings
             add nGlIntEarnAmount to nRunBonus
          else
             if CommissionEarnings
                add nGlIntEarnAmount to nRunCommission
             else
                if RetroEarnings
                   add nGlIntEarnAmount to nRunRetro
                else
                   if ReimbursementEarnings
                      add nGlIntEarnAmount to nRunReimbursement
                   end-if
                end-if
             end-if
          end-if.

       120-load-one-off-cycle.
          read glocfile
            at end
               move 'y' to xGlOcEofFlag
            not at end
               move 'y' to xOffCycleSeenSwitch,
               if GlOcReversal
                  move -1 to nGlOcSign
               else
                  move 1 to nGlOcSign
               end-if,
               if GlOcDeptRecord
                  perform 122-store-off-cycle-dept
               else
                  if GlOcTotalRecord
                     perform 124-store-off-cycle-total
                  else
                     if GlOcEmployerRecord
                        perform 126-store-off-cycle-employer
                     else
                        if GlOcEarningsRecord
                           and GlOcReimbursement
                           compute nOcReimbursement = nOcReimbursement
                              + (nGlOcEarnAmount * nGlOcSign)
                        end-if
                     end-if
                  end-if
               end-if
          end-read.

       122-store-off-cycle-dept.
          move 'y' to xOcDeptUsedFlag(nGlOcDept + 1).
          move xGlOcCostCenter to xOcDeptCostCenter(nGlOcDept + 1).
          compute nOcDeptGross(nGlOcDept + 1) =
             nOcDeptGross(nGlOcDept + 1) + (nGlOcDeptGross * nGlOcSign).
          compute nOcDeptGrossTotal =
             nOcDeptGrossTotal + (nGlOcDeptGross * nGlOcSign).

       124-store-off-cycle-total.
          compute nOcFica = nOcFica + (nGlOcFica * nGlOcSign).
          compute nOcFederal = nOcFederal + (nGlOcFederal * nGlOcSign).
          compute nOcState = nOcState + (nGlOcState * nGlOcSign).
          compute nOcDeductions =
             nOcDeductions + (nGlOcDeductions * nGlOcSign).
          compute nOcNet = nOcNet + (nGlOcNet * nGlOcSign).
          compute nOcGross = nOcGross + (nGlOcGross * nGlOcSign).

       126-store-off-cycle-employer.
          compute nOcErFica = nOcErFica + (nGlOcErFica * nGlOcSign).
          compute nOcFuta = nOcFuta + (nGlOcFuta * nGlOcSign).
          compute nOcSuta = nOcSuta + (nGlOcSuta * nGlOcSign).

       200-release-voucher.
          add nRunErFica nRunFuta nRunSuta giving nErTaxTotal.
          add nErTaxTotal to nDebitTotal.
          add nRunReimbursement to nDebitTotal.
          add nRunBonus nRunCommission nRunRetro
             giving nSuppEarningsTotal.
          add nRunFica nRunFederal nRunState nRunDeductions nRunNet
             nErTaxTotal giving nCreditTotal.
          if not TotalsSeen
             move 'n' to xBalanceSwitch
          end-if.
          if nDebitTotal not = nCreditTotal
             or (nDebitTotal - nErTaxTotal - nRunReimbursement)
                not = nRunGross
             or nDeptErTaxTotal not = nErTaxTotal
             or nSuppEarningsTotal > nRunGross
             move 'n' to xBalanceSwitch
          end-if.
          if OffCycleSeen
             add nOcErFica nOcFuta nOcSuta giving nOcErTaxTotal
             if nOcDeptGrossTotal not = nOcGross
                or nOcGross + nOcReimbursement not = nOcFica
                   + nOcFederal + nOcState + nOcDeductions + nOcNet
                move 'n' to xBalanceSwitch
             end-if
          end-if.
          if VoucherInBalance
             perform 210-write-voucher
          end-if.
          perform 212-write-dept-debit
             varying nDeptEntrySub from 1 by 1
             until nDeptEntrySub > nDeptEntryCount.
          if nRunReimbursement > 0
             move spaces to xVoucherLine
             move xReimbExpenseAcct to xVoucherAccount
             move 'EXPENSE REIMBURSEMENTS' to xVoucherDesc
             move nRunReimbursement to neVoucherDebit
             move 0 to neVoucherCredit
             write xVoucherRecord from xVoucherLine
          end-if.
          move spaces to xVoucherLine.
          move xFicaLiabAcct to xVoucherAccount.
          move 'FICA WITHHOLDING PAYABLE' to xVoucherDesc.
          move 0 to neVoucherDebit.
          move nRunSuta to neVoucherCredit.
          write xVoucherRecord from xVoucherLine.
          if OffCycleSeen
             perform 214-write-off-cycle-lines
          end-if.
          move spaces to xVoucherRecord.
          write xVoucherRecord.
          move nDebitTotal to neVoucherDebitTotal.
          move nCreditTotal to neVoucherCreditTotal.
          write xVoucherRecord from xVoucherFooter.
          if nSuppEarningsTotal > 0
             perform 218-write-memo-lines
          end-if.
          close voucherfile.

       212-write-dept-debit.
          move nDeptGrossAmount(nDeptEntrySub) to neVoucherDebit.
          move 0 to neVoucherCredit.
          write xVoucherRecord from xVoucherLine.
          if nDeptErTaxAmount(nDeptEntrySub) > 0
             move spaces to xVoucherLine
             move xErTaxExpenseAcct to xVoucherAccount
             move xDeptGrossCostCenter(nDeptEntrySub)
               to xVoucherCostCenter
             move nDeptGrossDept(nDeptEntrySub) to nVoucherErTaxDesc
             move xVoucherErTaxDesc to xVoucherDesc
             move nDeptErTaxAmount(nDeptEntrySub) to neVoucherDebit
             move 0 to neVoucherCredit
             write xVoucherRecord from xVoucherLine
          end-if.

       214-write-off-cycle-lines.
          move 'D' to xOcLineNormal.
          perform 215-write-off-cycle-dept
             varying nOcDeptSub from 1 by 1
             until nOcDeptSub > 10.
          move spaces to xVoucherLine.
          move xErTaxExpenseAcct to xVoucherAccount.
          move 'OFF-CYCLE ER TAX EXPENSE' to xVoucherDesc.
          move nOcErTaxTotal to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xReimbExpenseAcct to xVoucherAccount.
          move 'OFF-CYCLE REIMBURSEMENTS' to xVoucherDesc.
          move nOcReimbursement to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move 'C' to xOcLineNormal.
          move spaces to xVoucherLine.
          move xFicaLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE FICA WH' to xVoucherDesc.
          move nOcFica to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xFederalLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE FEDERAL WH' to xVoucherDesc.
          move nOcFederal to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xStateLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE STATE WH' to xVoucherDesc.
          move nOcState to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xDeductionLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE DEDUCTIONS' to xVoucherDesc.
          move nOcDeductions to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xNetClearingAcct to xVoucherAccount.
          move 'OFF-CYCLE NET PAY' to xVoucherDesc.
          move nOcNet to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xErFicaLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE EMPLOYER FICA' to xVoucherDesc.
          move nOcErFica to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xFutaLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE FUTA' to xVoucherDesc.
          move nOcFuta to nOcLineAmount.
          perform 216-write-off-cycle-line.
          move spaces to xVoucherLine.
          move xSutaLiabAcct to xVoucherAccount.
          move 'OFF-CYCLE SUTA' to xVoucherDesc.
          move nOcSuta to nOcLineAmount.
          perform 216-write-off-cycle-line.

       215-write-off-cycle-dept.
          if xOcDeptUsedFlag(nOcDeptSub) = 'y'
             move spaces to xVoucherLine
             move xSalaryExpenseAcct to xVoucherAccount
             move xOcDeptCostCenter(nOcDeptSub) to xVoucherCostCenter
             compute nVoucherOcDeptDesc = nOcDeptSub - 1
             move xVoucherOcDeptDesc to xVoucherDesc
             move nOcDeptGross(nOcDeptSub) to nOcLineAmount
             perform 216-write-off-cycle-line
          end-if.

       216-write-off-cycle-line.
          if nOcLineAmount not = 0
             move 0 to neVoucherDebit
             move 0 to neVoucherCredit
             if (nOcLineAmount > 0 and OcLineNormalDebit)
                or (nOcLineAmount < 0 and not OcLineNormalDebit)
                if nOcLineAmount < 0
                   compute nOcLineAmount = 0 - nOcLineAmount
                end-if
                move nOcLineAmount to neVoucherDebit
                add nOcLineAmount to nDebitTotal
             else
                if nOcLineAmount < 0
                   compute nOcLineAmount = 0 - nOcLineAmount
                end-if
                move nOcLineAmount to neVoucherCredit
                add nOcLineAmount to nCreditTotal
             end-if
             write xVoucherRecord from xVoucherLine
          end-if.

       218-write-memo-lines.
          move spaces to xVoucherRecord.
          write xVoucherRecord.
          write xVoucherRecord from xVoucherMemoHeading.
          move 'BONUS PAY' to xVoucherMemoDesc.
          move nRunBonus to neVoucherMemoAmount.
          write xVoucherRecord from xVoucherMemoLine.
          move 'COMMISSION PAY' to xVoucherMemoDesc.
          move nRunCommission to neVoucherMemoAmount.
          write xVoucherRecord from xVoucherMemoLine.
          move 'RETRO PAY' to xVoucherMemoDesc.
          move nRunRetro to neVoucherMemoAmount.
          write xVoucherRecord from xVoucherMemoLine.


       300-termination.
         if VoucherInBalance
            perform 310-post-run-control
            if OffCycleSeen
               call "CBL_DELETE_FILE" using xGlOcFileName
               move 0 to return-code
            end-if
            display 'Journal voucher released -- debits '
               nDebitTotal ' credits ' nCreditTotal
         else
            display '  debits  ' nDebitTotal
            display '  credits ' nCreditTotal
            display '  control ' nRunGross
            if nDeptErTaxTotal not = nErTaxTotal
               display '  employer taxes by dept ' nDeptErTaxTotal
                  ' control ' nErTaxTotal
            end-if
         end-if.

       310-post-run-control.
