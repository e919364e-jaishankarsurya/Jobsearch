
       identification division.
       program-id. Payroll-12c.

       environment division.
       input-output section.

       file-control.
          select optional actfile
              assign to "Payroll.checkActions.txt"
              organization is line sequential.

          select masterfile assign to "Payroll.masterS.txt"
              organization is line sequential.

          select ytdfile assign to "Payroll.ytdmasterS.txt"
              organization is indexed
              access mode is dynamic
              record key is nEmpNumElement
              file status is xYtdFileStatus.

          select payhistfile assign to "Payroll.payHistory.txt"
              organization is indexed
              access mode is dynamic
              record key is xPayHistKey
              file status is xPayHistFileStatus.

          select optional ckregfile
              assign to "Payroll.checkRegister.txt"
              organization is line sequential.

          select ckregnewfile
              assign to "Payroll.checkRegister.new.tmp"
              organization is line sequential.

          select optional ckctlfile
              assign to "Payroll.checkControl.txt"
              organization is line sequential.

          select pospayfile assign to "Payroll.positivePayAdj.txt"
              organization is line sequential.

          select optional glocfile assign to "Payroll.glOffCycle.txt"
              organization is line sequential.

          select optional tlhfile
              assign to "Payroll.taxLiabHistory.txt"
              organization is line sequential.

          select optional runhistfile
              assign to "Payroll.runHistory.txt"
              organization is line sequential.

          select optional taxfile assign to "Payroll.taxTable.txt"
              organization is line sequential.

          select optional periodfile assign to "Payroll.payPeriod.txt"
              organization is line sequential.

          select optional deptfile assign to "Payroll.deptmasterS.txt"
              organization is line sequential.

          select optional auditfile
              assign to "Payroll.auditTrail.txt"
              organization is line sequential.

          select ocregfile assign to "Payroll.offCycleRegister.txt"
              organization is line sequential.

       data division.
       file section.

       fd  actfile.
       01  xActRecord.
           05  xActCode                pic x.
               88  ActBatchHeader              value 'H'.
               88  ActVoidCheck                value 'V'.
               88  ActStopPayment              value 'S'.
               88  ActManualCheck              value 'M'.
               88  ActReplaceCheck             value 'R'.
           05  nActEmpNum              pic 9999.
           05  nActCheckNumber         pic 9(6).
           05  nActGrossIn             pic 9(5)v99.
           05  nActFicaIn              pic 9(5)v99.
           05  nActFederalIn           pic 9(5)v99.
           05  nActStateIn             pic 9(5)v99.
           05  nActDeductionsIn        pic 9(5)v99.
       01  xActHeaderRecord redefines xActRecord.
           05  filler                  pic x.
           05  xActBatchId             pic x(8).
           05  xActOperator            pic x(8).
           05  filler                  pic x(29).

       fd  masterfile.
       01  xMasterRecord.
           copy MASTREC.

       fd  ytdfile.
       01  xYtdRecord.
           copy YTDREC.

       fd  payhistfile.
       01  xPayHistRecord.
           copy PAYHREC.

       fd  ckregfile.
       01  xCheckRegRecord.
           copy CHKREC.

       fd  ckregnewfile.
       01  xCkRegNewRecord             pic x(85).

       fd  ckctlfile.
       01  xCheckControlRecord.
           05  nNextCheckNumberIn      pic 9(6).

       fd  pospayfile.
       01  xPosPayRecord.
           copy POSPREC.

       fd  glocfile.
       01  xGlOcRecord                 pic x(70).

       fd  tlhfile.
       01  xTaxLiabHistRecord.
           copy TLHREC.

       fd  runhistfile.
       01  xRunHistoryRecord.
           copy RUNHREC.

       fd  taxfile.
       01  xTaxRecord.
           05  xTaxRecordType          pic x.
               88  FicaTaxRecord               value 'F'.
               88  EmployerTaxRecord           value 'E'.
               88  StateSutaTaxRecord          value 'U'.
               88  ReciprocityTaxRecord        value 'R'.
           05  filler                  pic x(26).
       01  xTaxFicaRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  nTaxFicaRateIn          pic v9999.
           05  nTaxFicaBaseIn          pic 9(7)v99.
           05  filler                  pic x(13).
       01  xTaxEmployerRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  nTaxFutaRateIn          pic v9999.
           05  nTaxFutaBaseIn          pic 9(7)v99.
           05  nTaxSutaRateIn          pic v9999.
           05  nTaxSutaBaseIn          pic 9(7)v99.
       01  xTaxStateSutaRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  xTaxSutaStateIn         pic xx.
           05  nTaxStSutaRateIn        pic v9999.
           05  nTaxStSutaBaseIn        pic 9(7)v99.
           05  filler                  pic x(11).
       01  xTaxReciprocityRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  xTaxRecipWorkIn         pic xx.
           05  xTaxRecipResidentIn     pic xx.
           05  filler                  pic x(22).

       fd  periodfile.
       01  xPeriodRecord.
           05  xPeriodIdIn             pic x(8).

       fd  deptfile.
       01  xDeptRecord.
           copy DEPTREC.

       fd  auditfile.
       01  xAuditRecord.
           copy AUDITREC.

       fd  ocregfile.
       01  xOcRegLine                  pic x(132).


       working-storage section.

       77  xActEofFlag             pic x       value 'n'.
       77  xMasterEofFlag          pic x       value 'n'.
       77  xRegEofFlag             pic x       value 'n'.
       77  xDeptEofFlag            pic x       value 'n'.
       77  xTaxEofFlag             pic x       value 'n'.
       77  xYtdFileStatus          pic xx.
           88  YtdFileOk                   value '00'.
           88  YtdFileNotFound              value '35'.
       77  xPayHistFileStatus      pic xx.
           88  PayHistFileOk               value '00'.
           88  PayHistFileNotFound          value '35'.
       77  xActValidSwitch         pic x       value 'y'.
           88  ValidAction                 value 'y'.
       77  xCheckFoundSwitch       pic x       value 'n'.
           88  CheckFound                  value 'y'.
       77  xYtdFoundSwitch         pic x       value 'n'.
           88  YtdRecordFound              value 'y'.
       77  xPostDirection          pic x       value 'I'.
           88  PostIssue                   value 'I'.
           88  PostReversal                value 'R'.
       77  xRegTableFullSwitch     pic x       value 'n'.
           88  RegisterTableFull           value 'y'.
       77  nRegisterCount          pic 9(5)    value 0.
       77  nRegisterSub            pic 9(5).
       77  nMatchSub               pic 9(5).
       77  nNextCheckNumber        pic 9(6)    value 100001.
       77  nVoidCount              pic 9(5)    value 0.
       77  nStopCount              pic 9(5)    value 0.
       77  nManualCount            pic 9(5)    value 0.
       77  nReplaceCount           pic 9(5)    value 0.
       77  nRejectCount            pic 9(5)    value 0.
       77  xBatchIdIn              pic x(8)    value spaces.
       77  xOperatorIn             pic x(8)    value spaces.
       77  xRejectReasonText       pic x(30)   value spaces.
       77  xResultText             pic x(30)   value spaces.
       77  xActionText             pic x(8)    value spaces.
       77  nNetPayWork             pic s9(6)v99 value 0.
       77  nActWithholding         pic 9(5)v99 value 0.
       77  nErFicaAmount           pic 9(5)v99 value 0.
       77  nFutaAmount             pic 9(5)v99 value 0.
       77  nSutaAmount             pic 9(5)v99 value 0.
       77  nPriorYtdGross          pic s9(7)v99 value 0.
       77  nFicaTaxable            pic s9(7)v99 value 0.
       77  nFutaTaxable            pic s9(7)v99 value 0.
       77  nSutaTaxable            pic s9(7)v99 value 0.
       77  nOldCheckNumber         pic 9(6)    value 0.
       77  xStateLookup            pic xx.
       77  xNoStateCode            pic xx      value '--'.
       77  nEmpSutaRate            pic v9999.
       77  nEmpSutaWageBase        pic 9(7)v99.
       77  nSsSub                  pic 99.
       77  xSsFoundSwitch          pic x       value 'n'.
           88  StateSutaFound              value 'y'.
       77  nRecipSub               pic 99.
       77  xRecipFoundSwitch       pic x       value 'n'.
           88  ReciprocityFound            value 'y'.
       77  nYsSub                  pic 9.
       77  nRpSub                  pic 999.
       77  nSplitSub               pic 99.
       77  nSplitGrossTotal        pic 9(7)v99.
       77  xRpFoundSwitch          pic x       value 'n'.
           88  RunPeriodFound              value 'y'.
       77  xPayPeriodId            pic x(8)    value spaces.
       77  xYtdSlotFoundSwitch     pic x       value 'n'.
           88  YtdSlotFound                value 'y'.
       77  xCheckFileName          pic x(25)
               value "Payroll.checkRegister.txt".
       77  xCkRegNewFileName       pic x(29)
               value "Payroll.checkRegister.new.tmp".

       01  xReplacesText.
           05  filler                  pic x(15)
               value 'REPLACES CHECK '.
           05  nReplacesCheckNumber    pic 9(6).

       01  xRunDate.
           05  nRunCcyy                pic 9999.
           05  nRunMm                  pic 99.
           05  nRunDd                  pic 99.

       01  xPeriodDateParts.
           05  xPeriodYear             pic x(4).
           05  nPeriodMm               pic 99.
           05  filler                  pic xx.

       01  xCurrentQuarter.
           05  xCqYear                 pic x(4).
           05  filler                  pic x       value 'Q'.
           05  nCqQuarter              pic 9.

       01  xCheckQuarter.
           05  xCkqYear                pic x(4).
           05  filler                  pic x       value 'Q'.
           05  nCkqQuarter             pic 9.

       01  xTaxRates.
           05  nFicaRate           pic v9999   value 0.
           05  nFicaWageBase       pic 9(7)v99 value 0.
           05  nFutaRate           pic v9999   value 0.
           05  nFutaWageBase       pic 9(7)v99 value 0.
           05  nSutaRate           pic v9999   value 0.
           05  nSutaWageBase       pic 9(7)v99 value 0.
           05  xTaxTableSwitch     pic x       value 'n'.
               88  TaxTableLoaded          value 'y'.

       01  xStateSutaTable.
           05  nStateSutaCount     pic 99      value 0.
           05  xStateSutaEntry occurs 20 times.
               10  xSsState            pic xx.
               10  nSsRate             pic v9999.
               10  nSsWageBase         pic 9(7)v99.

       01  xReciprocityTable.
           05  nReciprocityCount   pic 99      value 0.
           05  xReciprocityEntry occurs 20 times.
               10  xRecipWorkState     pic xx.
               10  xRecipResidentState pic xx.

       01  xActionAmounts.
           05  nActDept                pic 9.
           05  xActLastName            pic x(20).
           05  xActFirstName           pic x(20).
           05  xActPeriodId            pic x(8).
           05  nActHours               pic 99v99.
           05  nActGross               pic 9(5)v99.
           05  nActFica                pic 9(5)v99.
           05  nActFederal             pic 9(5)v99.
           05  nActState               pic 9(5)v99.
           05  nActDeductions          pic 9(5)v99.
           05  nActNetPay              pic 9(5)v99.
           05  xActWhState             pic xx.
           05  xActSutaState           pic xx.
           05  nActReimbursement       pic 9(5)v99.

       01  xActLaborSplit.
           05  xActLaborDept occurs 10 times.
               10  nActSplitGross      pic 9(5)v99.
               10  nActSplitErTax      pic 9(5)v99.

       01  xOffCycleTotals.
           05  nOcFicaTotal            pic s9(9)v99 value 0.
           05  nOcErFicaTotal          pic s9(9)v99 value 0.
           05  nOcFederalTotal         pic s9(9)v99 value 0.
           05  nOcStateTotal           pic s9(9)v99 value 0.
           05  nOcFutaTotal            pic s9(9)v99 value 0.
           05  nOcSutaTotal            pic s9(9)v99 value 0.
           05  nOcDepositTotal         pic s9(9)v99 value 0.

       01  xRunPeriodTable.
           05  nRunPeriodCount     pic 999     value 0.
           05  xRunPeriodEntry occurs 100 times.
               10  xRpPeriodId         pic x(8).
               10  nRpGross            pic s9(9)v99.
               10  nRpWithholding      pic s9(9)v99.
               10  nRpDeductions       pic s9(9)v99.
               10  nRpNetPay           pic s9(9)v99.

       01  xMasterTable.
           05  xMasterTableEntry occurs 10000 times.
               10  xMastOnFileFlag     pic x       value 'n'.
               10  nMastDeptTable      pic 9.
               10  xMastLastNameTable  pic x(20).
               10  xMastFirstNameTable pic x(20).
               10  xMastWorkStateTable pic xx.
               10  xMastResStateTable  pic xx.

       01  xDeptTable.
           05  xDeptCostCenterTable occurs 10 times
                   pic x(6)    value spaces.

       01  xRegisterTable.
           05  xRegisterEntry occurs 2000 times.
               10  nRegNumberTable     pic 9(6).
               10  xRegDateTable       pic x(8).
               10  xRegPeriodTable     pic x(8).
               10  nRegEmpNumTable     pic 9999.
               10  xRegPayeeTable      pic x(40).
               10  nRegAmountTable     pic 9(7)v99.
               10  xRegTypeTable       pic x.
               10  xRegStatusTable     pic x.
               10  xRegActionDateTable pic x(8).

       01  xPayeeName.
           05  xPayeeLast              pic x(20).
           05  xPayeeFirst             pic x(20).

       01  xGlIntDeptRecord.
          05  filler              pic x       value 'D'.
          05  nGlIntDept          pic 9.
          05  xGlIntCostCenter    pic x(6).
          05  nGlIntDeptGross     pic 9(9)v99.
          05  nGlIntDeptErTax     pic 9(9)v99.
          05  filler              pic x(39)   value spaces.
          05  xGlIntDeptDirection pic x.

       01  xGlIntTotalRecord.
          05  filler              pic x       value 'T'.
          05  nGlIntFica          pic 9(9)v99.
          05  nGlIntFederal       pic 9(9)v99.
          05  nGlIntState         pic 9(9)v99.
          05  nGlIntDeductions    pic 9(9)v99.
          05  nGlIntNet           pic 9(9)v99.
          05  nGlIntGross         pic 9(9)v99.
          05  filler              pic xx      value spaces.
          05  xGlIntTotalDirection pic x.

       01  xGlIntEmployerRecord.
          05  filler              pic x       value 'E'.
          05  nGlIntErFica        pic 9(9)v99.
          05  nGlIntFuta          pic 9(9)v99.
          05  nGlIntSuta          pic 9(9)v99.
          05  filler              pic x(35)   value spaces.
          05  xGlIntEmployerDirection pic x.

       01  xGlIntEarningsRecord.
          05  filler              pic x       value 'S'.
          05  xGlIntEarnType      pic x.
          05  nGlIntEarnAmount    pic 9(9)v99.
          05  filler              pic x(56)   value spaces.
          05  xGlIntEarningsDirection pic x.

       01  xOcRegHeading.
          05  filler              pic x(29)
              value "Off-cycle check register     ".
          05  filler              pic x(9)    value "Run Date:".
          05  neRunMm             pic 99.
          05  filler              pic x       value '/'.
          05  neRunDd             pic 99.
          05  filler              pic x       value '/'.
          05  neRunCcyy           pic 9999.

       01  xOcRegColumnHeads.
          05  filler              pic x(8)    value "Action".
          05  filler              pic xx      value spaces.
          05  filler              pic x(6)    value "Check ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(4)    value "Emp ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(20)   value "Name".
          05  filler              pic x(8)    value "Period".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "    Gross".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "Withhold ".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "Deduction".
          05  filler              pic xx      value spaces.
          05  filler              pic x(9)    value "  Net pay".
          05  filler              pic xx      value spaces.
          05  filler              pic x(30)   value "Result".

       01  xOcRegDetail.
          05  xOcRegAction        pic x(8).
          05  filler              pic xx      value spaces.
          05  neOcRegCheck        pic 9(6).
          05  filler              pic xx      value spaces.
          05  neOcRegEmpNum       pic 9999.
          05  filler              pic xx      value spaces.
          05  xOcRegLastName      pic x(20).
          05  xOcRegPeriod        pic x(8).
          05  filler              pic xx      value spaces.
          05  neOcRegGross        pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neOcRegWithholding  pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neOcRegDeductions   pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neOcRegNet          pic zz,zz9.99.
          05  filler              pic xx      value spaces.
          05  xOcRegResult        pic x(30).

       01  xOcRegSummaryLine.
          05  neOcRegSummaryCount pic zzzz9.
          05  xOcRegSummaryText   pic x(40).

       01  xOcLiabHeading.
          05  filler              pic x(40)
              value "Tax liability adjustment this run".

       01  xOcLiabDetail.
          05  xOcLiabLabel        pic x(22).
          05  neOcLiabAmount      pic $$$,$$$,$$9.99-.


       procedure division.
       000-main.
          perform 100-initialization.
          perform 200-process-one-action
             until xActEofFlag = 'y'.
          perform 300-termination.
          stop run.


       100-initialization.
          accept xRunDate from date yyyymmdd.
          move nRunMm to neRunMm.
          move nRunDd to neRunDd.
          move nRunCcyy to neRunCcyy.
          move xRunDate to xPeriodDateParts.
          move xPeriodYear to xCqYear.
          compute nCqQuarter = (nPeriodMm + 2) / 3.
          perform 103-load-departments.
          perform 105-load-master.
          perform 107-load-register.
          perform 109-read-check-control.
          perform 111-load-tax-table.
          perform 113-read-pay-period.
          if RegisterTableFull
             display 'OPERATOR -- CHECK REGISTER TOO LARGE FOR '
                'OFF-CYCLE TABLE'
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.
          open i-o ytdfile.
          if YtdFileNotFound
             open output ytdfile
             close ytdfile
             open i-o ytdfile
          end-if.
          if not YtdFileOk
             display 'OPERATOR -- YTD MASTER OPEN FAILED, STATUS '
                xYtdFileStatus
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.
          open i-o payhistfile.
          if PayHistFileNotFound
             open output payhistfile
             close payhistfile
             open i-o payhistfile
          end-if.
          if not PayHistFileOk
             display 'OPERATOR -- PAY HISTORY OPEN FAILED, STATUS '
                xPayHistFileStatus
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.
          open input actfile.
          open output pospayfile.
          open extend glocfile.
          open extend auditfile.
          open extend tlhfile.
          open output ocregfile.
          write xOcRegLine from xOcRegHeading.
          move spaces to xOcRegLine.
          write xOcRegLine.
          write xOcRegLine from xOcRegColumnHeads.

       103-load-departments.
          open input deptfile.
          perform 104-load-one-department until xDeptEofFlag = 'y'.
          close deptfile.

       104-load-one-department.
          read deptfile
            at end
               move 'y' to xDeptEofFlag
            not at end
               move xDeptCostCenter
                 to xDeptCostCenterTable(nDeptCode + 1)
          end-read.

       105-load-master.
          open input masterfile.
          perform 106-load-one-master until xMasterEofFlag = 'y'.
          close masterfile.

       106-load-one-master.
          read masterfile
            at end
               move 'y' to xMasterEofFlag
            not at end
               if TrailerRecord
                  move 'y' to xMasterEofFlag
               else
                  move 'y' to xMastOnFileFlag(nEmpNum + 1),
                  move nDepartment to nMastDeptTable(nEmpNum + 1),
                  move xLastName to xMastLastNameTable(nEmpNum + 1),
                  move xFirstName to xMastFirstNameTable(nEmpNum + 1),
                  move xWorkState to xMastWorkStateTable(nEmpNum + 1),
                  move xResidentState to xMastResStateTable(nEmpNum + 1)
               end-if
          end-read.

       107-load-register.
          open input ckregfile.
          perform 108-load-one-register until xRegEofFlag = 'y'.
          close ckregfile.

       108-load-one-register.
          read ckregfile
            at end
               move 'y' to xRegEofFlag
            not at end
               if nRegisterCount < 2000
                  add 1 to nRegisterCount,
                  move xCheckRegRecord
                    to xRegisterEntry(nRegisterCount)
               else
                  move 'y' to xRegTableFullSwitch
               end-if
          end-read.

       109-read-check-control.
          open input ckctlfile.
          read ckctlfile
            at end
               continue
            not at end
               if nNextCheckNumberIn is numeric
                  and nNextCheckNumberIn > 0
                  move nNextCheckNumberIn to nNextCheckNumber
               end-if
          end-read.
          close ckctlfile.

       111-load-tax-table.
          open input taxfile.
          perform 112-load-one-tax-record until xTaxEofFlag = 'y'.
          close taxfile.
          if not TaxTableLoaded
             display 'OPERATOR -- TAX TABLE NOT LOADED FROM '
                'Payroll.taxTable.txt'
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.

       112-load-one-tax-record.
          read taxfile
            at end
               move 'y' to xTaxEofFlag
            not at end
               if FicaTaxRecord
                  move nTaxFicaRateIn to nFicaRate,
                  move nTaxFicaBaseIn to nFicaWageBase,
                  move 'y' to xTaxTableSwitch
               else
                  if EmployerTaxRecord
                     move nTaxFutaRateIn to nFutaRate,
                     move nTaxFutaBaseIn to nFutaWageBase,
                     move nTaxSutaRateIn to nSutaRate,
                     move nTaxSutaBaseIn to nSutaWageBase,
                     move 'y' to xTaxTableSwitch
                  else
                     if StateSutaTaxRecord
                        and nStateSutaCount < 20
                        add 1 to nStateSutaCount,
                        move xTaxSutaStateIn
                          to xSsState(nStateSutaCount),
                        move nTaxStSutaRateIn
                          to nSsRate(nStateSutaCount),
                        move nTaxStSutaBaseIn
                          to nSsWageBase(nStateSutaCount)
                     else
                        if ReciprocityTaxRecord
                           and nReciprocityCount < 20
                           add 1 to nReciprocityCount,
                           move xTaxRecipWorkIn
                             to xRecipWorkState(nReciprocityCount),
                           move xTaxRecipResidentIn
                             to xRecipResidentState(nReciprocityCount)
                        end-if
                     end-if
                  end-if
               end-if
          end-read.

       113-read-pay-period.
          open input periodfile.
          read periodfile
            at end
               continue
            not at end
               move xPeriodIdIn to xPayPeriodId
          end-read.
          close periodfile.

       200-process-one-action.
          read actfile
            at end
               move 'y' to xActEofFlag
            not at end
               if ActBatchHeader
                  move xActBatchId to xBatchIdIn,
                  move xActOperator to xOperatorIn
               else
                  perform 210-validate-action,
                  if ValidAction
                     perform 215-apply-action
                  else
                     perform 295-reject-action
                  end-if
               end-if
          end-read.

       210-validate-action.
          move 'y' to xActValidSwitch.
          move spaces to xRejectReasonText.
          move spaces to xActionAmounts.
          move 0 to nActGross nActFica nActFederal nActState
             nActDeductions nActNetPay nActHours nActReimbursement.
          if not (ActVoidCheck or ActStopPayment or ActManualCheck
             or ActReplaceCheck)
             move 'n' to xActValidSwitch
             move 'INVALID ACTION CODE' to xRejectReasonText
          else
             if nActEmpNum is not numeric
                move 'n' to xActValidSwitch
                move 'EMPLOYEE NUMBER NOT NUMERIC'
                  to xRejectReasonText
             else
                if ActManualCheck
                   perform 250-validate-manual
                else
                   perform 220-find-check
                end-if
             end-if
          end-if.
          if ValidAction and not ActReplaceCheck
             perform 284-find-run-period
             if not RunPeriodFound
                and nRunPeriodCount not < 100
                move 'n' to xActValidSwitch
                move 'RUN HISTORY PERIOD TABLE FULL'
                  to xRejectReasonText
             end-if
          end-if.

       215-apply-action.
          if ActVoidCheck or ActStopPayment
             perform 230-void-or-stop
          else
             if ActManualCheck
                perform 260-issue-manual
             else
                perform 270-replace-check
             end-if
          end-if.

       220-find-check.
          move 'n' to xCheckFoundSwitch.
          if nActCheckNumber is not numeric
             move 'n' to xActValidSwitch
             move 'CHECK NUMBER NOT NUMERIC' to xRejectReasonText
          else
             perform 222-scan-register
                varying nMatchSub from 1 by 1
                until nMatchSub > nRegisterCount
                or CheckFound
             if CheckFound
                subtract 1 from nMatchSub
             end-if
             perform 224-check-register-entry
          end-if.

       222-scan-register.
          if nRegNumberTable(nMatchSub) = nActCheckNumber
             move 'y' to xCheckFoundSwitch
          end-if.

       224-check-register-entry.
          if not CheckFound
             move 'n' to xActValidSwitch
             move 'CHECK NOT ON REGISTER' to xRejectReasonText
          else
             if nRegEmpNumTable(nMatchSub) not = nActEmpNum
                move 'n' to xActValidSwitch
                move 'CHECK NOT ISSUED TO EMPLOYEE' to xRejectReasonText
             else
                if xRegStatusTable(nMatchSub) not = space
                   move 'n' to xActValidSwitch
                   move 'CHECK ALREADY VOIDED OR STOPPED'
                     to xRejectReasonText
                end-if
             end-if
          end-if.
          if ValidAction
             move xRegPeriodTable(nMatchSub) to xActPeriodId
             move xRegPayeeTable(nMatchSub) to xPayeeName
             move xPayeeLast to xActLastName
             move xPayeeFirst to xActFirstName
             move nRegAmountTable(nMatchSub) to nActNetPay
             if ActReplaceCheck
                if nRegisterCount not < 2000
                   move 'n' to xActValidSwitch
                   move 'CHECK REGISTER TABLE FULL' to xRejectReasonText
                end-if
             else
                move xActPeriodId to xPeriodDateParts
                if xPeriodYear not = xCqYear
                   move 'n' to xActValidSwitch
                   move 'CHECK FROM A PRIOR TAX YEAR'
                     to xRejectReasonText
                else
                   perform 226-read-check-history
                end-if
             end-if
          end-if.

       226-read-check-history.
          move nActEmpNum to nPayHistEmpNum.
          move xActPeriodId to xPayHistPeriodId.
          read payhistfile
             invalid key
                move 'n' to xActValidSwitch
                move 'NO PAY HISTORY FOR CHECK' to xRejectReasonText
             not invalid key
                if nPayHistNet not = nRegAmountTable(nMatchSub)
                   move 'n' to xActValidSwitch
                   move 'PAY HISTORY DOES NOT MATCH CHECK'
                     to xRejectReasonText
                else
                   move nPayHistDept to nActDept
                   move nPayHistHours to nActHours
                   move nPayHistGross to nActGross
                   move nPayHistFica to nActFica
                   move nPayHistFederal to nActFederal
                   move nPayHistState to nActState
                   move nPayHistDeductions to nActDeductions
                   move xPayHistWhState to xActWhState
                   move xPayHistSutaState to xActSutaState
                   move nPayHistReimbursement to nActReimbursement
                   move xPayHistLaborSplit to xActLaborSplit
                end-if
          end-read.
          if ValidAction
             perform 228-read-ytd-for-reversal
          end-if.

       228-read-ytd-for-reversal.
          move nActEmpNum to nEmpNumElement.
          read ytdfile
             invalid key
                move 'n' to xActValidSwitch
                move 'NO YTD RECORD FOR EMPLOYEE' to xRejectReasonText
             not invalid key
                add nActFica nActFederal nActState
                   giving nActWithholding
                if nYtdGrossElement < nActGross
                   or nYtdWithholdingElement < nActWithholding
                   or nYtdDeductionsElement < nActDeductions
                   or nYtdNetPayElement < nActNetPay
                   move 'n' to xActValidSwitch
                   move 'YTD LESS THAN CHECK AMOUNTS'
                     to xRejectReasonText
                end-if
          end-read.

       230-void-or-stop.
          set PostReversal to true.
          if ActVoidCheck
             move 'VOID' to xActionText
             move 'V' to xRegStatusTable(nMatchSub)
             add 1 to nVoidCount
          else
             move 'STOP' to xActionText
             move 'S' to xRegStatusTable(nMatchSub)
             add 1 to nStopCount
          end-if.
          move xRunDate to xRegActionDateTable(nMatchSub).
          move nActCheckNumber to nOldCheckNumber.
          perform 232-reverse-employer-taxes.
          perform 240-post-ytd.
          perform 245-reverse-pay-history.
          move xRegPayeeTable(nMatchSub) to xPayeeName.
          move nActCheckNumber to nPosPayNumber.
          move nRegAmountTable(nMatchSub) to nPosPayAmount.
          if ActVoidCheck
             set PosPayVoid to true
          else
             set PosPayStop to true
          end-if.
          perform 280-write-positive-pay.
          perform 282-write-gl-records.
          perform 286-accumulate-totals.
          if ActVoidCheck
             move 'CHECK VOID' to xAuditFieldName
             move 'VOIDED' to xAuditNewValue
          else
             move 'CHECK STOP' to xAuditFieldName
             move 'STOPPED' to xAuditNewValue
          end-if.
          move nActCheckNumber to xAuditOldValue.
          perform 288-write-audit.
          perform 290-write-report-line.

       232-reverse-employer-taxes.
          move nActFica to nErFicaAmount.
          compute nPriorYtdGross = nYtdGrossElement - nActGross.
          if nPriorYtdGross < 0
             move 0 to nPriorYtdGross
          end-if.
          perform 236-compute-unemployment.
          if nErFicaAmount > nYtdErFicaElement
             move nYtdErFicaElement to nErFicaAmount
          end-if.
          if nFutaAmount > nYtdFutaElement
             move nYtdFutaElement to nFutaAmount
          end-if.
          if nSutaAmount > nYtdSutaElement
             move nYtdSutaElement to nSutaAmount
          end-if.

       234-compute-employer-taxes.
          compute nFicaTaxable = nFicaWageBase - nPriorYtdGross.
          if nFicaTaxable < 0
             move 0 to nFicaTaxable
          end-if.
          if nFicaTaxable > nActGross
             move nActGross to nFicaTaxable
          end-if.
          compute nErFicaAmount rounded = nFicaTaxable * nFicaRate.
          perform 236-compute-unemployment.

       236-compute-unemployment.
          compute nFutaTaxable = nFutaWageBase - nPriorYtdGross.
          if nFutaTaxable < 0
             move 0 to nFutaTaxable
          end-if.
          if nFutaTaxable > nActGross
             move nActGross to nFutaTaxable
          end-if.
          compute nFutaAmount rounded = nFutaTaxable * nFutaRate.
          move nSutaRate to nEmpSutaRate.
          move nSutaWageBase to nEmpSutaWageBase.
          move 'n' to xSsFoundSwitch.
          perform 238-match-state-suta
             varying nSsSub from 1 by 1
             until nSsSub > nStateSutaCount
             or StateSutaFound.
          if StateSutaFound
             subtract 1 from nSsSub
             move nSsRate(nSsSub) to nEmpSutaRate
             move nSsWageBase(nSsSub) to nEmpSutaWageBase
          end-if.
          compute nSutaTaxable = nEmpSutaWageBase - nPriorYtdGross.
          if nSutaTaxable < 0
             move 0 to nSutaTaxable
          end-if.
          if nSutaTaxable > nActGross
             move nActGross to nSutaTaxable
          end-if.
          compute nSutaAmount rounded = nSutaTaxable * nEmpSutaRate.

       238-match-state-suta.
          if xSsState(nSsSub) = xActSutaState
             move 'y' to xSsFoundSwitch
          end-if.

       240-post-ytd.
          if PostIssue
             perform 242-add-ytd
          else
             perform 244-subtract-ytd
          end-if.

       242-add-ytd.
          if YtdRecordFound
             add nActGross to nYtdGrossElement
             add nActWithholding to nYtdWithholdingElement
             add nActDeductions to nYtdDeductionsElement
             add nActNetPay to nYtdNetPayElement
             add nErFicaAmount to nYtdErFicaElement
             add nFutaAmount to nYtdFutaElement
             add nSutaAmount to nYtdSutaElement
             if xQtdQuarterElement not = xCurrentQuarter
                move 0 to nQtdGrossElement
                move 0 to nQtdSutaWagesElement
                move 0 to nQtdFicaElement
                move 0 to nQtdFederalElement
                perform 248-clear-qtd-slot
                   varying nYsSub from 1 by 1 until nYsSub > 3
                move xCurrentQuarter to xQtdQuarterElement
             end-if
             add nActGross to nQtdGrossElement
             add nSutaTaxable to nQtdSutaWagesElement
             add nActFica to nQtdFicaElement
             add nActFederal to nQtdFederalElement
             perform 247-post-state-ytd
             rewrite xYtdRecord
          else
             move nActEmpNum to nEmpNumElement
             move xActLastName to xLastNameElement
             move xActFirstName to xFirstNameElement
             move nActGross to nYtdGrossElement
             move nActWithholding to nYtdWithholdingElement
             move nActDeductions to nYtdDeductionsElement
             move nActNetPay to nYtdNetPayElement
             move nErFicaAmount to nYtdErFicaElement
             move nFutaAmount to nYtdFutaElement
             move nSutaAmount to nYtdSutaElement
             move nActGross to nQtdGrossElement
             move nSutaTaxable to nQtdSutaWagesElement
             move nActFica to nQtdFicaElement
             move nActFederal to nQtdFederalElement
             move xCurrentQuarter to xQtdQuarterElement
             move spaces to xYtdLastPeriodElement
             perform 243-clear-ytd-slot
                varying nYsSub from 1 by 1 until nYsSub > 3
             perform 247-post-state-ytd
             write xYtdRecord
          end-if.

       244-subtract-ytd.
          subtract nActGross from nYtdGrossElement.
          subtract nActWithholding from nYtdWithholdingElement.
          subtract nActDeductions from nYtdDeductionsElement.
          subtract nActNetPay from nYtdNetPayElement.
          subtract nErFicaAmount from nYtdErFicaElement.
          subtract nFutaAmount from nYtdFutaElement.
          subtract nSutaAmount from nYtdSutaElement.
          move xActPeriodId to xPeriodDateParts.
          move xPeriodYear to xCkqYear.
          if nPeriodMm is numeric
             and nPeriodMm > 0 and nPeriodMm < 13
             compute nCkqQuarter = (nPeriodMm + 2) / 3
          else
             move 0 to nCkqQuarter
          end-if.
          if xCheckQuarter = xQtdQuarterElement
             if nQtdGrossElement < nActGross
                move 0 to nQtdGrossElement
             else
                subtract nActGross from nQtdGrossElement
             end-if
             if nQtdSutaWagesElement < nSutaTaxable
                move 0 to nQtdSutaWagesElement
             else
                subtract nSutaTaxable from nQtdSutaWagesElement
             end-if
             if nQtdFicaElement < nActFica
                move 0 to nQtdFicaElement
             else
                subtract nActFica from nQtdFicaElement
             end-if
             if nQtdFederalElement < nActFederal
                move 0 to nQtdFederalElement
             else
                subtract nActFederal from nQtdFederalElement
             end-if
             move 'REVERSED' to xResultText
          else
             move 'REVERSED -- PRIOR QUARTER' to xResultText
          end-if.
          perform 247-post-state-ytd.
          rewrite xYtdRecord.

       247-post-state-ytd.
          move xActWhState to xStateLookup.
          perform 249-find-ytd-slot.
          if YtdSlotFound
             if PostIssue
                add nActState to nYtdStateWhElement(nYsSub)
                add nActState to nQtdStateWhElement(nYsSub)
             else
                perform 239-reverse-state-withholding
             end-if
          end-if.
          move xActSutaState to xStateLookup.
          perform 249-find-ytd-slot.
          if YtdSlotFound
             if PostIssue
                add nSutaTaxable to nYtdStateSutaElement(nYsSub)
                add nActGross to nQtdStateGrossElement(nYsSub)
                add nSutaTaxable to nQtdStateSutaElement(nYsSub)
             else
                perform 241-reverse-state-wages
             end-if
          end-if.

       239-reverse-state-withholding.
          if nYtdStateWhElement(nYsSub) < nActState
             move 0 to nYtdStateWhElement(nYsSub)
          else
             subtract nActState from nYtdStateWhElement(nYsSub)
          end-if.
          if xCheckQuarter = xQtdQuarterElement
             if nQtdStateWhElement(nYsSub) < nActState
                move 0 to nQtdStateWhElement(nYsSub)
             else
                subtract nActState from nQtdStateWhElement(nYsSub)
             end-if
          end-if.

       241-reverse-state-wages.
          if nYtdStateSutaElement(nYsSub) < nSutaTaxable
             move 0 to nYtdStateSutaElement(nYsSub)
          else
             subtract nSutaTaxable from nYtdStateSutaElement(nYsSub)
          end-if.
          if xCheckQuarter = xQtdQuarterElement
             if nQtdStateGrossElement(nYsSub) < nActGross
                move 0 to nQtdStateGrossElement(nYsSub)
             else
                subtract nActGross from nQtdStateGrossElement(nYsSub)
             end-if
             if nQtdStateSutaElement(nYsSub) < nSutaTaxable
                move 0 to nQtdStateSutaElement(nYsSub)
             else
                subtract nSutaTaxable
                   from nQtdStateSutaElement(nYsSub)
             end-if
          end-if.

       249-find-ytd-slot.
          move 'n' to xYtdSlotFoundSwitch.
          if xStateLookup not = spaces
             perform 251-match-ytd-slot
                varying nYsSub from 1 by 1
                until nYsSub > 3 or YtdSlotFound
             if not YtdSlotFound and PostIssue
                perform 253-take-empty-ytd-slot
                   varying nYsSub from 1 by 1
                   until nYsSub > 3 or YtdSlotFound
             end-if
             if YtdSlotFound
                subtract 1 from nYsSub
                move xStateLookup to xYtdStateCode(nYsSub)
             end-if
          end-if.

       251-match-ytd-slot.
          if xYtdStateCode(nYsSub) = xStateLookup
             move 'y' to xYtdSlotFoundSwitch
          end-if.

       253-take-empty-ytd-slot.
          if xYtdStateCode(nYsSub) = spaces
             move 'y' to xYtdSlotFoundSwitch
          end-if.

       243-clear-ytd-slot.
          move spaces to xYtdStateCode(nYsSub).
          move 0 to nYtdStateWhElement(nYsSub).
          move 0 to nYtdStateSutaElement(nYsSub).
          perform 248-clear-qtd-slot.

       248-clear-qtd-slot.
          move 0 to nQtdStateGrossElement(nYsSub).
          move 0 to nQtdStateSutaElement(nYsSub).
          move 0 to nQtdStateWhElement(nYsSub).

       245-reverse-pay-history.
          subtract nActGross from nPayHistGross.
          subtract nActFica from nPayHistFica.
          subtract nActFederal from nPayHistFederal.
          subtract nActState from nPayHistState.
          subtract nActDeductions from nPayHistDeductions.
          subtract nActNetPay from nPayHistNet.
          move 0 to nPayHistBonus nPayHistCommission nPayHistRetro
             nPayHistReimbursement.
          move 0 to nPayHistHours nPayHistLeaveHours.
          perform 246-clear-history-split
             varying nSplitSub from 1 by 1
             until nSplitSub > 10.
          if ActVoidCheck
             move 'VOIDED' to xPayHistMethod
          else
             move 'STOPPED' to xPayHistMethod
          end-if.
          rewrite xPayHistRecord.

       246-clear-history-split.
          move 0 to nPayHistDeptGross(nSplitSub).
          move 0 to nPayHistDeptErTax(nSplitSub).

       250-validate-manual.
          if xMastOnFileFlag(nActEmpNum + 1) not = 'y'
             move 'n' to xActValidSwitch
             move 'EMPLOYEE NOT ON MASTER FILE' to xRejectReasonText
          else
             if nActGrossIn is not numeric
                or nActFicaIn is not numeric
                or nActFederalIn is not numeric
                or nActStateIn is not numeric
                or nActDeductionsIn is not numeric
                move 'n' to xActValidSwitch
                move 'CHECK AMOUNTS NOT NUMERIC' to xRejectReasonText
             else
                compute nNetPayWork = nActGrossIn - nActFicaIn
                   - nActFederalIn - nActStateIn - nActDeductionsIn
                if nActGrossIn = 0 or nNetPayWork not > 0
                   move 'n' to xActValidSwitch
                   move 'NET PAY NOT POSITIVE' to xRejectReasonText
                else
                   if nRegisterCount not < 2000
                      move 'n' to xActValidSwitch
                      move 'CHECK REGISTER TABLE FULL'
                        to xRejectReasonText
                   end-if
                end-if
             end-if
          end-if.
          if ValidAction
             and xPayPeriodId not = spaces
             and xRunDate not < xPayPeriodId
             move 'n' to xActValidSwitch
             move 'RUN DATE NOT BEFORE PAY PERIOD' to xRejectReasonText
          end-if.
          if ValidAction
             move nActEmpNum to nPayHistEmpNum
             move xRunDate to xPayHistPeriodId
             read payhistfile
                invalid key
                   continue
                not invalid key
                   move 'n' to xActValidSwitch
                   move 'MANUAL CHECK ALREADY ISSUED TODAY'
                     to xRejectReasonText
             end-read
          end-if.
          if ValidAction
             move nMastDeptTable(nActEmpNum + 1) to nActDept
             move xMastLastNameTable(nActEmpNum + 1) to xActLastName
             move xMastFirstNameTable(nActEmpNum + 1)
               to xActFirstName
             move xRunDate to xActPeriodId
             move nActGrossIn to nActGross
             move nActFicaIn to nActFica
             move nActFederalIn to nActFederal
             move nActStateIn to nActState
             move nActDeductionsIn to nActDeductions
             move nNetPayWork to nActNetPay
             add nActFica nActFederal nActState
                giving nActWithholding
             perform 255-resolve-tax-state
          end-if.

       255-resolve-tax-state.
          move xMastWorkStateTable(nActEmpNum + 1) to xActSutaState.
          if xActSutaState = spaces
             move xMastResStateTable(nActEmpNum + 1) to xActSutaState
          end-if.
          move xActSutaState to xActWhState.
          if xMastResStateTable(nActEmpNum + 1) not = spaces
             and xMastResStateTable(nActEmpNum + 1)
                not = xActSutaState
             move 'n' to xRecipFoundSwitch
             perform 257-check-reciprocity
                varying nRecipSub from 1 by 1
                until nRecipSub > nReciprocityCount
                or ReciprocityFound
             if ReciprocityFound
                move xMastResStateTable(nActEmpNum + 1)
                  to xActWhState
             end-if
          end-if.
          if xActSutaState = spaces
             move xNoStateCode to xActSutaState
             move xNoStateCode to xActWhState
          end-if.

       257-check-reciprocity.
          if xRecipWorkState(nRecipSub) = xActSutaState
             and xRecipResidentState(nRecipSub)
                = xMastResStateTable(nActEmpNum + 1)
             move 'y' to xRecipFoundSwitch
          end-if.

       260-issue-manual.
          set PostIssue to true.
          move 'MANUAL' to xActionText.
          add 1 to nManualCount.
          move 'n' to xYtdFoundSwitch.
          move 0 to nPriorYtdGross.
          move nActEmpNum to nEmpNumElement.
          read ytdfile
             invalid key
                continue
             not invalid key
                move 'y' to xYtdFoundSwitch
                move nYtdGrossElement to nPriorYtdGross
          end-read.
          perform 234-compute-employer-taxes.
          perform 279-set-home-split.
          perform 240-post-ytd.
          move nActEmpNum to nPayHistEmpNum.
          move xRunDate to xPayHistPeriodId.
          move nActDept to nPayHistDept.
          move xActLastName to xPayHistLastName.
          move xActFirstName to xPayHistFirstName.
          move 0 to nPayHistHours nPayHistLeaveHours.
          move nActGross to nPayHistGross.
          move nActFica to nPayHistFica.
          move nActFederal to nPayHistFederal.
          move nActState to nPayHistState.
          move nActDeductions to nPayHistDeductions.
          move nActNetPay to nPayHistNet.
          move 'MANUAL' to xPayHistMethod.
          move xActWhState to xPayHistWhState.
          move xActSutaState to xPayHistSutaState.
          move 0 to nPayHistBonus nPayHistCommission nPayHistRetro
             nPayHistReimbursement.
          move xActLaborSplit to xPayHistLaborSplit.
          write xPayHistRecord.
          move xActLastName to xPayeeLast.
          move xActFirstName to xPayeeFirst.
          perform 275-add-register-entry.
          move 'M' to xRegTypeTable(nRegisterCount).
          move 'ISSUED' to xResultText.
          move nRegNumberTable(nRegisterCount) to nActCheckNumber.
          move nActCheckNumber to nPosPayNumber.
          move nActNetPay to nPosPayAmount.
          set PosPayIssue to true.
          perform 280-write-positive-pay.
          perform 282-write-gl-records.
          perform 286-accumulate-totals.
          move 'MANUAL CHECK' to xAuditFieldName.
          move spaces to xAuditOldValue.
          move nActCheckNumber to xAuditNewValue.
          perform 288-write-audit.
          perform 290-write-report-line.

       270-replace-check.
          move 'REPLACE' to xActionText.
          add 1 to nReplaceCount.
          move nActCheckNumber to nOldCheckNumber.
          move 'S' to xRegStatusTable(nMatchSub).
          move xRunDate to xRegActionDateTable(nMatchSub).
          move xRegPayeeTable(nMatchSub) to xPayeeName.
          move nActCheckNumber to nPosPayNumber.
          move nRegAmountTable(nMatchSub) to nPosPayAmount.
          set PosPayStop to true.
          perform 280-write-positive-pay.
          perform 275-add-register-entry.
          move 'P' to xRegTypeTable(nRegisterCount).
          move xRegPeriodTable(nMatchSub)
            to xRegPeriodTable(nRegisterCount).
          move nRegNumberTable(nRegisterCount) to nActCheckNumber.
          move nActCheckNumber to nPosPayNumber.
          move nActNetPay to nPosPayAmount.
          set PosPayIssue to true.
          perform 280-write-positive-pay.
          move nOldCheckNumber to nReplacesCheckNumber.
          move xReplacesText to xResultText.
          move 'REPLACE CHK' to xAuditFieldName.
          move nOldCheckNumber to xAuditOldValue.
          move nActCheckNumber to xAuditNewValue.
          perform 288-write-audit.
          perform 290-write-report-line.

       275-add-register-entry.
          add 1 to nRegisterCount.
          move nNextCheckNumber to nRegNumberTable(nRegisterCount).
          move xRunDate to xRegDateTable(nRegisterCount).
          move xActPeriodId to xRegPeriodTable(nRegisterCount).
          move nActEmpNum to nRegEmpNumTable(nRegisterCount).
          move xPayeeName to xRegPayeeTable(nRegisterCount).
          move nActNetPay to nRegAmountTable(nRegisterCount).
          move space to xRegStatusTable(nRegisterCount).
          move spaces to xRegActionDateTable(nRegisterCount).
          add 1 to nNextCheckNumber.

       279-set-home-split.
          perform 289-clear-action-split
             varying nSplitSub from 1 by 1
             until nSplitSub > 10.
          move nActGross to nActSplitGross(nActDept + 1).
          compute nActSplitErTax(nActDept + 1) =
             nErFicaAmount + nFutaAmount + nSutaAmount.

       280-write-positive-pay.
          move xRunDate to xPosPayDate.
          move xPayeeName to xPosPayPayee.
          write xPosPayRecord.

       281-write-gl-department.
          if nActSplitGross(nSplitSub) > 0
             compute nGlIntDept = nSplitSub - 1
             move xDeptCostCenterTable(nSplitSub) to xGlIntCostCenter
             move nActSplitGross(nSplitSub) to nGlIntDeptGross
             move nActSplitErTax(nSplitSub) to nGlIntDeptErTax
             write xGlOcRecord from xGlIntDeptRecord
          end-if.

       282-write-gl-records.
          if PostIssue
             move space to xGlIntDeptDirection
             move space to xGlIntTotalDirection
             move space to xGlIntEmployerDirection
          else
             move 'R' to xGlIntDeptDirection
             move 'R' to xGlIntTotalDirection
             move 'R' to xGlIntEmployerDirection
          end-if.
          move xGlIntEmployerDirection to xGlIntEarningsDirection.
          move 0 to nSplitGrossTotal.
          perform 283-add-split-gross
             varying nSplitSub from 1 by 1
             until nSplitSub > 10.
          if nSplitGrossTotal not = nActGross
             perform 279-set-home-split
          end-if.
          perform 281-write-gl-department
             varying nSplitSub from 1 by 1
             until nSplitSub > 10.
          move nActFica to nGlIntFica.
          move nActFederal to nGlIntFederal.
          move nActState to nGlIntState.
          move nActDeductions to nGlIntDeductions.
          move nActNetPay to nGlIntNet.
          move nActGross to nGlIntGross.
          write xGlOcRecord from xGlIntTotalRecord.
          move nErFicaAmount to nGlIntErFica.
          move nFutaAmount to nGlIntFuta.
          move nSutaAmount to nGlIntSuta.
          write xGlOcRecord from xGlIntEmployerRecord.
          if nActReimbursement > 0
             move 'X' to xGlIntEarnType
             move nActReimbursement to nGlIntEarnAmount
             write xGlOcRecord from xGlIntEarningsRecord
          end-if.

       283-add-split-gross.
          add nActSplitGross(nSplitSub) to nSplitGrossTotal.

       284-find-run-period.
          move 'n' to xRpFoundSwitch.
          perform 285-match-run-period
             varying nRpSub from 1 by 1
             until nRpSub > nRunPeriodCount
             or RunPeriodFound.
          if RunPeriodFound
             subtract 1 from nRpSub
          end-if.

       285-match-run-period.
          if xRpPeriodId(nRpSub) = xActPeriodId
             move 'y' to xRpFoundSwitch
          end-if.

       286-accumulate-totals.
          perform 284-find-run-period.
          if not RunPeriodFound
             add 1 to nRunPeriodCount
             move nRunPeriodCount to nRpSub
             move xActPeriodId to xRpPeriodId(nRpSub)
             move 0 to nRpGross(nRpSub)
             move 0 to nRpWithholding(nRpSub)
             move 0 to nRpDeductions(nRpSub)
             move 0 to nRpNetPay(nRpSub)
          end-if.
          if PostIssue
             add nActGross to nRpGross(nRpSub)
             add nActWithholding to nRpWithholding(nRpSub)
             add nActDeductions to nRpDeductions(nRpSub)
             add nActNetPay to nRpNetPay(nRpSub)
             add nActFica to nOcFicaTotal
             add nErFicaAmount to nOcErFicaTotal
             add nActFederal to nOcFederalTotal
             add nActState to nOcStateTotal
             add nFutaAmount to nOcFutaTotal
             add nSutaAmount to nOcSutaTotal
          else
             subtract nActGross from nRpGross(nRpSub)
             subtract nActWithholding from nRpWithholding(nRpSub)
             subtract nActDeductions from nRpDeductions(nRpSub)
             subtract nActNetPay from nRpNetPay(nRpSub)
             subtract nActFica from nOcFicaTotal
             subtract nErFicaAmount from nOcErFicaTotal
             subtract nActFederal from nOcFederalTotal
             subtract nActState from nOcStateTotal
             subtract nFutaAmount from nOcFutaTotal
             subtract nSutaAmount from nOcSutaTotal
          end-if.
          perform 287-write-liability-history.

       287-write-liability-history.
          move xActPeriodId to xTlhPeriodId.
          set TlhOffCycleRun to true.
          move xRunDate to xTlhRunDate.
          move nActGross to nTlhGross.
          move nActFica to nTlhFica.
          move nErFicaAmount to nTlhErFica.
          move nActFederal to nTlhFederal.
          move nActState to nTlhState.
          move nFutaAmount to nTlhFuta.
          move nSutaAmount to nTlhSuta.
          if not PostIssue
             compute nTlhGross = 0 - nTlhGross
             compute nTlhFica = 0 - nTlhFica
             compute nTlhErFica = 0 - nTlhErFica
             compute nTlhFederal = 0 - nTlhFederal
             compute nTlhState = 0 - nTlhState
             compute nTlhFuta = 0 - nTlhFuta
             compute nTlhSuta = 0 - nTlhSuta
          end-if.
          write xTaxLiabHistRecord.

       288-write-audit.
          move nActEmpNum to nAuditEmpNum.
          move xRunDate to xAuditRunDate.
          move xBatchIdIn to xAuditBatchId.
          move xOperatorIn to xAuditOperator.
          move space to xAuditReviewFlag.
          write xAuditRecord.
          move spaces to xAuditOldValue.
          move spaces to xAuditNewValue.

       289-clear-action-split.
          move 0 to nActSplitGross(nSplitSub).
          move 0 to nActSplitErTax(nSplitSub).

       290-write-report-line.
          move spaces to xOcRegDetail.
          move xActionText to xOcRegAction.
          move nActCheckNumber to neOcRegCheck.
          move nActEmpNum to neOcRegEmpNum.
          move xActLastName to xOcRegLastName.
          move xActPeriodId to xOcRegPeriod.
          move nActGross to neOcRegGross.
          move nActWithholding to neOcRegWithholding.
          move nActDeductions to neOcRegDeductions.
          move nActNetPay to neOcRegNet.
          move xResultText to xOcRegResult.
          write xOcRegLine from xOcRegDetail.
          move spaces to xResultText.

       295-reject-action.
          add 1 to nRejectCount.
          move spaces to xOcRegDetail.
          move xActCode to xOcRegAction.
          if nActCheckNumber is numeric
             move nActCheckNumber to neOcRegCheck
          end-if.
          if nActEmpNum is numeric
             move nActEmpNum to neOcRegEmpNum
          end-if.
          move 0 to neOcRegGross.
          move 0 to neOcRegWithholding.
          move 0 to neOcRegDeductions.
          move 0 to neOcRegNet.
          move xRejectReasonText to xOcRegResult.
          write xOcRegLine from xOcRegDetail.


       300-termination.
         perform 310-rewrite-register.
         perform 320-rewrite-check-control.
         if nVoidCount + nStopCount + nManualCount > 0
            perform 330-write-run-history
         end-if.
         perform 340-write-summary.
         close actfile.
         close ytdfile.
         close payhistfile.
         close pospayfile.
         close glocfile.
         close auditfile.
         close tlhfile.
         close ocregfile.
         display 'Off-cycle check run complete -- '.
         display nVoidCount ' voided, '
            nStopCount ' stopped, '
            nManualCount ' manual, '
            nReplaceCount ' replaced.'.
         if nRejectCount > 0
            display nRejectCount
               ' action(s) rejected -- see the off-cycle register'
         end-if.

       310-rewrite-register.
         open output ckregnewfile.
         perform 312-write-one-register
            varying nRegisterSub from 1 by 1
            until nRegisterSub > nRegisterCount.
         close ckregnewfile.
         call "CBL_DELETE_FILE" using xCheckFileName.
         call "CBL_RENAME_FILE" using xCkRegNewFileName
                                       xCheckFileName.
         move 0 to return-code.

       312-write-one-register.
         write xCkRegNewRecord from xRegisterEntry(nRegisterSub).

       320-rewrite-check-control.
         open output ckctlfile.
         move nNextCheckNumber to nNextCheckNumberIn.
         write xCheckControlRecord.
         close ckctlfile.

       330-write-run-history.
         open extend runhistfile.
         perform 332-write-one-run-period
            varying nRpSub from 1 by 1
            until nRpSub > nRunPeriodCount.
         close runhistfile.

       332-write-one-run-period.
         move xRpPeriodId(nRpSub) to xRhPeriodId.
         move nRpGross(nRpSub) to nRhGross.
         move nRpWithholding(nRpSub) to nRhWithholding.
         move nRpDeductions(nRpSub) to nRhDeductions.
         move nRpNetPay(nRpSub) to nRhNetPay.
         set OffCycleRun to true.
         write xRunHistoryRecord.

       340-write-summary.
         move spaces to xOcRegLine.
         write xOcRegLine.
         move nVoidCount to neOcRegSummaryCount.
         move ' check(s) voided' to xOcRegSummaryText.
         write xOcRegLine from xOcRegSummaryLine.
         move nStopCount to neOcRegSummaryCount.
         move ' check(s) stopped' to xOcRegSummaryText.
         write xOcRegLine from xOcRegSummaryLine.
         move nManualCount to neOcRegSummaryCount.
         move ' manual check(s) issued' to xOcRegSummaryText.
         write xOcRegLine from xOcRegSummaryLine.
         move nReplaceCount to neOcRegSummaryCount.
         move ' replacement check(s) issued' to xOcRegSummaryText.
         write xOcRegLine from xOcRegSummaryLine.
         move nRejectCount to neOcRegSummaryCount.
         move ' action(s) rejected' to xOcRegSummaryText.
         write xOcRegLine from xOcRegSummaryLine.
         move spaces to xOcRegLine.
         write xOcRegLine.
         write xOcRegLine from xOcLiabHeading.
         move 'EMPLOYEE FICA' to xOcLiabLabel.
         move nOcFicaTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
         move 'EMPLOYER FICA MATCH' to xOcLiabLabel.
         move nOcErFicaTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
         move 'FEDERAL WITHHOLDING' to xOcLiabLabel.
         move nOcFederalTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
         move 'STATE WITHHOLDING' to xOcLiabLabel.
         move nOcStateTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
         move 'FEDERAL UNEMPLOYMENT' to xOcLiabLabel.
         move nOcFutaTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
         move 'STATE UNEMPLOYMENT' to xOcLiabLabel.
         move nOcSutaTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
         move spaces to xOcRegLine.
         write xOcRegLine.
         compute nOcDepositTotal = nOcFicaTotal + nOcErFicaTotal
            + nOcFederalTotal + nOcStateTotal + nOcFutaTotal
            + nOcSutaTotal.
         move 'NET DEPOSIT CHANGE' to xOcLiabLabel.
         move nOcDepositTotal to neOcLiabAmount.
         write xOcRegLine from xOcLiabDetail.
