              record key is xPayHistKey
              file status is xPayHistFileStatus.

          select leavefile assign to "Payroll.leavemasterS.txt"
              organization is indexed
              access mode is random
              record key is nLvEmpNum
              file status is xLeaveFileStatus.

          select depositfile assign to "Payroll.bankDeposit.txt"
              organization is line sequential.

              assign to "Payroll.timecardHours.txt"
              organization is line sequential.

          select optional laborfile
              assign to "Payroll.laborHours.txt"
              organization is line sequential.

          select labdistfile
              assign to "Payroll.laborDistribution.txt"
              organization is line sequential.

          select optional addearnfile
              assign to "Payroll.addlEarnings.txt"
              organization is line sequential.

          select addearnnewfile
              assign to "Payroll.addlEarnings.new.tmp"
              organization is line sequential.

          select optional periodfile assign to "Payroll.payPeriod.txt"
              organization is line sequential.

          select optional taxfile assign to "Payroll.taxTable.txt"
              organization is line sequential.

          select optional calfile assign to "Payroll.payCalendar.txt"
              organization is line sequential.

          select optional shiftfile assign to "Payroll.shiftRates.txt"
              organization is line sequential.

          select taxliabfile assign to "Payroll.taxLiability.txt"
              organization is line sequential.

          select optional tlhfile
              assign to "Payroll.taxLiabHistory.txt"
              organization is line sequential.

          select optional runhistfile
              assign to "Payroll.runHistory.txt"
              organization is line sequential.

          select optional runmodefile
              assign to "Payroll.runMode.txt"
              organization is line sequential.

          select varfile assign to "Payroll.trialVariance.txt"
              organization is line sequential.

       data division.
       file section.

           05  filler                 pic x.
           05  nTrailerRecordCount     pic 9(5).
           05  nTrailerPayRateTotal    pic 9(9)v99.
           05  filler                 pic x(120).

       fd  reportfile.
       01  xPrintLine                  pic x(120).
           05  xFilingStatusSort       pic x.
           05  nAllowancesSort         pic 99.
           05  nShiftDiffSort          pic 9(5)v99.
           05  nRetroPaySort           pic 9(5)v99.
           05  nBonusPaySort           pic 9(5)v99.
           05  nCommPaySort            pic 9(5)v99.
           05  nReimbPaySort           pic 9(5)v99.
           05  xEmployeeTypeSort       pic x.
               88  SalariedSort                value 'S'.
           05  nVacationHoursSort      pic 999v99.
           05  nSickHoursSort          pic 999v99.
           05  nLeavePaySort           pic 9(5)v99.
           05  xWorkStateSort          pic xx.
           05  xResidentStateSort      pic xx.
           05  nFreqPeriodsSort        pic 99.

       fd  ytdfile.
       01  xYtdRecord.
       01  xPayHistRecord.
           copy PAYHREC.

       fd  leavefile.
       01  xLeaveRecord.
           copy LEAVREC.

       fd  depositfile.
       01  xDepositRecord              pic x(50).

           copy CHKREC.

       fd  ckregnewfile.
       01  xCkRegNewRecord             pic x(85).

       fd  pospayfile.
       01  xPosPayRecord.
           copy POSPREC.

       fd  dedfile.
       01  xDedRecord.
           05  nTchHours               pic 999v99.
           05  nTchShiftHoursIn occurs 3 times
                   pic 999v99.
           05  nTchVacationHoursIn     pic 999v99.
           05  nTchSickHoursIn         pic 999v99.

       fd  laborfile.
       01  xLaborHoursRecord.
           copy LABREC.

       fd  labdistfile.
       01  xLaborDistLine              pic x(100).

       fd  shiftfile.
       01  xShiftRateRecord.
           05  nShiftCodeIn            pic 9.
           05  nShiftRateIn            pic 9v99.

       fd  addearnfile.
       01  xAddEarnRecord.
           copy ADDEREC.

       fd  addearnnewfile.
       01  xAddEarnNewRecord           pic x(40).

       fd  periodfile.
       01  xPeriodRecord.
           05  xPeriodIdIn             pic x(8).

       fd  calfile.
       01  xCalendarRecord.
           05  xCalPeriodIdIn          pic x(8).
           05  xCalDueFreqIn occurs 4 times
                   pic x.

       fd  taxfile.
       01  xTaxRecord.
           05  xTaxRecordType          pic x.
               88  AllowanceTaxRecord          value 'A'.
               88  BracketTaxRecord            value 'B'.
               88  EmployerTaxRecord           value 'E'.
               88  StateSutaTaxRecord          value 'U'.
               88  ReciprocityTaxRecord        value 'R'.
               88  BasisTaxRecord              value 'N'.
               88  SupplementalTaxRecord       value 'P'.
           05  filler                  pic x(26).
       01  xTaxFicaRecord redefines xTaxRecord.
           05  filler                  pic x.
       01  xTaxAllowanceRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  nTaxAllowanceIn         pic 9(5)v99.
           05  xTaxAllowStateIn        pic xx.
           05  filler                  pic x(17).
       01  xTaxBracketRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  xTaxJurisIn             pic x.
           05  xTaxStatusIn            pic x.
           05  nTaxFloorIn             pic 9(7)v99.
           05  nTaxRateIn              pic v9999.
           05  xTaxBracketStateIn      pic xx.
           05  filler                  pic x(9).
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
       01  xTaxBasisRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  nTaxBasisPeriodsIn      pic 999.
           05  filler                  pic x(23).
       01  xTaxSupplementalRecord redefines xTaxRecord.
           05  filler                  pic x.
           05  xTaxSuppJurisIn         pic x.
           05  nTaxSuppRateIn          pic v9999.
           05  xTaxSuppStateIn         pic xx.
           05  filler                  pic x(19).

       fd  ckpfile.
       01  xCkpRecord.
       fd  taxliabfile.
       01  xTaxLiabLine                pic x(60).

       fd  tlhfile.
       01  xTaxLiabHistRecord.
           copy TLHREC.

       fd  runhistfile.
       01  xRunHistoryRecord.
           copy RUNHREC.

       fd  runmodefile.
       01  xRunModeRecord.
           05  xRunModeIn              pic x.

       fd  varfile.
       01  xVarianceLine               pic x(132).


       working-storage section.

       77  nTaxableWages           pic s9(7)v99 value 0.
       77  nBracketSub             pic 99.
       77  nPrevBracketRate        pic v9999.
       77  nBracketTax             pic 9(7)v99.
       77  xBracketJuris           pic x.
       77  xBracketState           pic xx.
       77  xStateLookup            pic xx.
       77  xWhState                pic xx.
       77  xSutaState              pic xx.
       77  xNoStateCode            pic xx      value '--'.
       77  nStateAllowance         pic 9(5)v99.
       77  nEmpSutaRate            pic v9999.
       77  nEmpSutaWageBase        pic 9(7)v99.
       77  nStSub                  pic 99.
       77  xStateFoundSwitch       pic x       value 'n'.
           88  StateEntryFound             value 'y'.
       77  xStateTableFullSwitch   pic x       value 'n'.
           88  StateTableFull              value 'y'.
       77  nRecipSub               pic 99.
       77  xRecipFoundSwitch       pic x       value 'n'.
           88  ReciprocityFound            value 'y'.
       77  nStTotSub               pic 99.
       77  xStTotFoundSwitch       pic x       value 'n'.
           88  StateTotalFound             value 'y'.
       77  xStTotFullSwitch        pic x       value 'n'.
           88  StateTotalsFull             value 'y'.
       77  nYsSub                  pic 9.
       77  xYtdSlotFoundSwitch     pic x       value 'n'.
           88  YtdSlotFound                value 'y'.
       77  nStateSlotFullCount     pic 9(5)    value 0.
       77  nBasisGross             pic s9(7)v99 value 0.
       77  nFreqPeriods            pic 99      value 52.
       77  nWeeksPerYear           pic 99      value 52.
       77  xEmpDueSwitch           pic x       value 'y'.
           88  EmployeeDue                 value 'y'.
       77  xCalEofFlag             pic x       value 'n'.
       77  nCalRecordCount         pic 9(5)    value 0.
       77  nCalSub                 pic 9.
       77  xCalendarSwitch         pic x       value 'n'.
           88  CalendarLoaded              value 'y'.
       77  xCalPeriodFoundSwitch   pic x       value 'n'.
           88  CalendarPeriodFound         value 'y'.
       77  xWeeklyDueSwitch        pic x       value 'n'.
           88  WeeklyDue                   value 'y'.
       77  xBiweeklyDueSwitch      pic x       value 'n'.
           88  BiweeklyDue                 value 'y'.
       77  xSemimonthlyDueSwitch   pic x       value 'n'.
           88  SemimonthlyDue              value 'y'.
       77  xMonthlyDueSwitch       pic x       value 'n'.
           88  MonthlyDue                  value 'y'.
       77  nNotSchedCount          pic 999     value 0.
       77  nNotSchedSub            pic 999.
       77  xNotSchedFullSwitch     pic x       value 'n'.
           88  NotSchedTableFull           value 'y'.
       77  nErFicaAmount           pic 9(5)v99.
       77  nFutaAmount             pic 9(5)v99.
       77  nSutaAmount             pic 9(5)v99.
       77  nShiftSub               pic 9.
       77  nShiftDiffAmount        pic 9(5)v99 value 0.
       77  nShiftDiffFoot          pic 9(9)v99 value 0.
       77  xLeaveFileStatus        pic xx.
           88  LeaveFileOk                 value '00'.
           88  LeaveFileNotFound           value '35'.
       77  nLvAccrualHours         pic 9(3)v99.
       77  nLeavePayFoot           pic 9(9)v99 value 0.
       77  nLeavePostedCount       pic 9(5)    value 0.
       77  nDefVacationRate        pic v9999   value .0385.
       77  nDefSickRate            pic v9999   value .0250.
       77  nDefVacationFlat        pic 99v99   value 3.08.
       77  nDefSickFlat            pic 99v99   value 2.00.
       77  nDefVacationCap         pic 9(3)v99 value 80.00.
       77  nDefSickCap             pic 9(3)v99 value 40.00.
       77  xAddEarnEofFlag         pic x       value 'n'.
       77  xAddEarnDueSwitch       pic x       value 'n'.
           88  AddEarningDue               value 'y'.
           88  AddEarningRejected          value 'x'.
       77  nAddLoadCount           pic 9(5)    value 0.
       77  nAddPaidCount           pic 9(5)    value 0.
       77  nAddHeldCount           pic 9(5)    value 0.
       77  nAddRejectCount         pic 9(5)    value 0.
       77  nRetroPayFoot           pic 9(9)v99 value 0.
       77  nBonusPayFoot           pic 9(9)v99 value 0.
       77  nCommPayFoot            pic 9(9)v99 value 0.
       77  nReimbPayFoot           pic 9(9)v99 value 0.
       77  nSuppWages              pic 9(5)v99 value 0.
       77  nEmpSuppStateRate       pic v9999.
       77  xAddEarnFileName        pic x(24)
               value "Payroll.addlEarnings.txt".
       77  xAddEarnNewFileName     pic x(28)
               value "Payroll.addlEarnings.new.tmp".
       77  xLabEofFlag             pic x       value 'n'.
       77  nLabLoadCount           pic 9(5)    value 0.
       77  nLabSplitCount          pic 9(5)    value 0.
       77  nLdSub                  pic 99.
       77  nLdChgSub               pic 99.
       77  nLdHomeSub              pic 99.
       77  nLdTotalHours           pic 999v99.
       77  nLdHomeHours            pic 999v99.
       77  nLdDetailHours          pic 999v99.
       77  nLdEmpErTax             pic 9(7)v99.
       77  nLdRemainGross          pic 9(7)v99.
       77  nLdRemainErTax          pic 9(7)v99.
       77  nLdShareGross           pic 9(7)v99.
       77  nLdShareErTax           pic 9(7)v99.
       77  xRunModeSwitch          pic x       value 'L'.
           88  TrialRun                    value 'T'.
       77  xRunModeFileName        pic x(19)
               value "Payroll.runMode.txt".
       77  xYtdMasterSwitch        pic x       value 'y'.
           88  YtdMasterAvailable          value 'y'.
       77  xPayHistMasterSwitch    pic x       value 'y'.
           88  PayHistMasterAvailable      value 'y'.
       77  xHistEofFlag            pic x       value 'n'.
       77  xLastRegularPeriod      pic x(8)    value spaces.
       77  nLpSub                  pic 9(5).
       77  nSwingPercent           pic 999     value 25.
       77  nSwingMinimum           pic 9(5)v99 value 50.00.
       77  nVarCurrent             pic s9(7)v99.
       77  nVarPrior               pic s9(7)v99.
       77  nVarDiff                pic s9(7)v99.
       77  nVarLimit               pic s9(7)v99.
       77  xVarMeasure             pic x(11).
       77  xVarSwingSwitch         pic x       value 'n'.
           88  VarianceSwing               value 'y'.
       77  nVarEmpCount            pic 9(5)    value 0.
       77  nVarSwingCount          pic 9(5)    value 0.
       77  nVarFirstCount          pic 9(5)    value 0.
       77  nVarMissingCount        pic 9(5)    value 0.
       77  nNotPaidCount           pic 999     value 0.
       77  nNotPaidSub             pic 999.
       77  xNotPaidFullSwitch      pic x       value 'n'.
           05  xTchShiftEntry occurs 10000 times.
               10  nTchShiftHoursTable occurs 3 times
                       pic 999v99.
           05  xTchLeaveEntry occurs 10000 times.
               10  nTchVacationTable   pic 999v99  value 0.
               10  nTchSickTable       pic 999v99  value 0.

       01  xLaborChargeTable.
           05  xLaborChargeFlag occurs 10000 times
                   pic x       value 'n'.
           05  xLaborChargeEntry occurs 10000 times.
               10  nLaborChargeHours occurs 10 times
                       pic 999v99  value 0.

       01  xLaborDistTable.
           05  xLaborDistEntry occurs 10 times.
               10  xLdDeptUsedFlag     pic x       value 'n'.
               10  nLdDeptGross        pic 9(9)v99 value 0.
               10  nLdDeptErTax        pic 9(9)v99 value 0.
               10  nLdDeptHours        pic 9(7)v99 value 0.
               10  xLdMatrixEntry occurs 10 times.
                   15  nLdMatrixHours  pic 9(7)v99 value 0.
                   15  nLdMatrixGross  pic 9(9)v99 value 0.

       01  xEmpLaborSplit.
           05  xEmpLaborDept occurs 10 times.
               10  nEmpSplitGross      pic 9(5)v99 value 0.
               10  nEmpSplitErTax      pic 9(5)v99 value 0.

       01  xLastPayTable.
           05  xLastPayEntry occurs 10000 times.
               10  xLpPeriodId         pic x(8)    value spaces.
               10  xLpLastName         pic x(20).
               10  nLpGross            pic 9(5)v99 value 0.
               10  nLpWithholding      pic 9(6)v99 value 0.
               10  nLpDeductions       pic 9(5)v99 value 0.
               10  nLpNet              pic 9(5)v99 value 0.
           05  xTrialPaidFlag occurs 10000 times
                   pic x       value 'n'.

       01  xAddEarnTable.
           05  xAddEarnEntry occurs 10000 times.
               10  nRetroPayTable      pic 9(5)v99 value 0.
               10  nBonusPayTable      pic 9(5)v99 value 0.
               10  nCommPayTable       pic 9(5)v99 value 0.
               10  nReimbPayTable      pic 9(5)v99 value 0.
               10  xAddPaidFlag        pic x       value 'n'.

       01  xShiftRateTable.
           05  nShiftDiffRate occurs 3 times

       copy WHRATES.

       01  xStateTotalTable.
           05  nStateTotalCount    pic 99      value 0.
           05  xStateTotalEntry occurs 20 times.
               10  xStTotState         pic xx.
               10  nStTotWithholding   pic 9(9)v99.
               10  nStTotSuta          pic 9(9)v99.
               10  nStTotSutaWages     pic 9(9)v99.

       01  xDeductionTable.
           05  xDeductionEntry occurs 500 times.
               10  nDedEmpNumTable     pic 9999.
          05  nGlIntDept          pic 9.
          05  xGlIntCostCenter    pic x(6).
          05  nGlIntDeptGross     pic 9(9)v99.
          05  nGlIntDeptErTax     pic 9(9)v99.
          05  filler              pic x(40)   value spaces.

       01  xGlIntTotalRecord.
          05  filler              pic x       value 'T'.
          05  nGlIntGross         pic 9(9)v99.
          05  filler              pic x(3)    value spaces.

       01  xGlIntEarningsRecord.
          05  filler              pic x       value 'S'.
          05  xGlIntEarnType      pic x.
          05  nGlIntEarnAmount    pic 9(9)v99.
          05  filler              pic x(57)   value spaces.

       01  xNotPaidTable.
           05  xNotPaidEntry occurs 200 times.
               10  nNpEmpNumTable      pic 9999.
               10  xNpFirstNameTable   pic x(20).
               10  xNpStatusTable      pic x(10).

       01  xNotSchedTable.
           05  xNotSchedEntry occurs 500 times.
               10  nNsEmpNumTable      pic 9999.
               10  xNsLastNameTable    pic x(20).
               10  xNsFirstNameTable   pic x(20).
               10  xNsFrequencyTable   pic x(12).

       01  xNotSchedHeading.
          05  filler              pic x(40)
              value "Employees not scheduled this period".

       01  xNotSchedDetail.
          05  neNsEmpNum          pic 9999.
          05  filler              pic xx      value spaces.
          05  xNsLastNameOut      pic x(20).
          05  xNsFirstNameOut     pic x(20).
          05  xNsFrequencyOut     pic x(12).

       01  xNotPaidHeading.
          05  filler              pic x(40)
              value "Employees not paid this period".
          05  nGlIntSuta          pic 9(9)v99.
          05  filler              pic x(36)   value spaces.

       01  xLaborHeading.
          05  filler              pic x(30)
              value "Labor distribution report".
          05  filler              pic x(7)    value "Period ".
          05  xLaborPeriod        pic x(8).

       01  xLaborColumnHeads.
          05  filler              pic x(26)   value "Emp   Name".
          05  filler              pic x(10)   value "Home Chgd ".
          05  filler              pic x(8)    value "   Hours".
          05  filler              pic x(13)   value "        Gross".
          05  filler              pic x(12)   value "    Er taxes".

       01  xLaborDetail.
          05  neLdEmpNum          pic 9999.
          05  filler              pic xx      value spaces.
          05  xLdNameOut          pic x(20).
          05  nLdHomeOut          pic 9.
          05  filler              pic x(4)    value spaces.
          05  nLdChargeOut        pic 9.
          05  filler              pic xx      value spaces.
          05  neLdHours           pic zzz9.99.
          05  filler              pic xx      value spaces.
          05  neLdGross           pic zzz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neLdErTax           pic zzz,zz9.99.

       01  xLaborMatrixHeading.
          05  filler              pic x(50)
              value "Home department versus charged department".

       01  xLaborMatrixLine.
          05  filler              pic x(5)    value "Home ".
          05  nLmHomeOut          pic 9.
          05  filler              pic x       value space.
          05  xLmHomeNameOut      pic x(20).
          05  filler              pic x(11)   value " charged to".
          05  filler              pic x       value space.
          05  nLmChargeOut        pic 9.
          05  filler              pic x       value space.
          05  xLmChargeNameOut    pic x(20).
          05  neLmHours           pic zzz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neLmGross           pic $$$,$$$,$$9.99.

       01  xLaborDeptHeading.
          05  filler              pic x(50)
              value "Labor charged by department (GL interface)".

       01  xLaborDeptLine.
          05  filler              pic x(5)    value "Dept ".
          05  nLdDeptOut          pic 9.
          05  filler              pic x       value space.
          05  xLdDeptNameOut      pic x(20).
          05  xLdCostCenterOut    pic x(6).
          05  neLdDeptHours       pic zzz,zz9.99.
          05  filler              pic xx      value spaces.
          05  neLdDeptGross       pic $$$,$$$,$$9.99.
          05  filler              pic xx      value spaces.
          05  neLdDeptErTax       pic $$$,$$$,$$9.99.

       01  xTrialBanner.
          05  filler              pic x(50)
              value "*** TRIAL RUN -- NO FILES UPDATED, NOTHING PAID".
          05  filler              pic x(4)    value " ***".

       01  xVarianceHeading.
          05  filler              pic x(36)
              value "Trial payroll variance report".
          05  filler              pic x(7)    value "Period ".
          05  xVarPeriod          pic x(8).
          05  filler              pic x(30)
              value "  compared with last paid".

       01  xVarianceColumnHeads.
          05  filler              pic x(22)   value "Emp  Name".
          05  filler              pic x(8)    value "Last pd".
          05  filler              pic x(23)
              value "     Gross Prior gross ".
          05  filler              pic x(23)
              value "    With'g   Prior w/h ".
          05  filler              pic x(23)
              value "    Deduct   Prior ded ".
          05  filler              pic x(23)
              value "       Net   Prior net ".
          05  filler              pic x(4)    value "Flag".

       01  xVarianceDetail.
          05  neVarEmpNum         pic 9999.
          05  filler              pic x       value space.
          05  xVarNameOut         pic x(16).
          05  filler              pic x       value space.
          05  xVarLastPeriod      pic x(8).
          05  neVarGross          pic zzz,zz9.99.
          05  filler              pic x       value space.
          05  neVarPriorGross     pic zzz,zz9.99-.
          05  filler              pic x       value space.
          05  neVarWithholding    pic zzz,zz9.99.
          05  filler              pic x       value space.
          05  neVarPriorWithholding pic zzz,zz9.99-.
          05  filler              pic x       value space.
          05  neVarDeductions     pic zzz,zz9.99.
          05  filler              pic x       value space.
          05  neVarPriorDeductions pic zzz,zz9.99-.
          05  filler              pic x       value space.
          05  neVarNet            pic zzz,zz9.99.
          05  filler              pic x       value space.
          05  neVarPriorNet       pic zzz,zz9.99-.
          05  filler              pic x       value space.
          05  xVarFlag            pic x(20).

       01  xVarSwingText.
          05  filler              pic x(9)    value "SWING -- ".
          05  xVarSwingMeasure    pic x(11).

       01  xVarianceCountLine.
          05  neVarCount          pic zzzz9.
          05  xVarCountText       pic x(50).

       01  xTaxLiabHeading.
          05  filler              pic x(30)
              value "Tax liability deposit report".
          05  xTaxLiabLabel       pic x(22).
          05  neTaxLiabAmount     pic $$$,$$$,$$9.99.

       01  xTaxLiabStateLabel.
          05  filler              pic x(3)    value spaces.
          05  xTlsState           pic xx.
          05  filler              pic x       value space.
          05  xTlsText            pic x(16).

       01  xRerunNotice.
          05  neRerunCount        pic zzzz9.
          05  filler              pic x(56)   value
          05  filler              pic x(22) value "Shift differential".
          05  neStubShiftDiff     pic $$$,$$9.99.

       01  xStubRetroLine.
          05  filler              pic x(22) value "Retro pay".
          05  neStubRetro         pic $$$,$$9.99.

       01  xStubBonusLine.
          05  filler              pic x(22) value "Bonus".
          05  neStubBonus         pic $$$,$$9.99.

       01  xStubCommissionLine.
          05  filler              pic x(22) value "Commission".
          05  neStubCommission    pic $$$,$$9.99.

       01  xStubReimbursementLine.
          05  filler              pic x(22) value "Reimbursement".
          05  neStubReimbursement pic $$$,$$9.99.
          05  filler              pic x(12) value " (untaxed)".

       01  xStubLeavePayLine.
          05  filler              pic x(22) value "Leave pay".
          05  neStubLeavePay      pic $$$,$$9.99.

       01  xStubFicaLine.
          05  filler              pic x(22)   value "FICA withheld".
          05  neStubFica          pic $$$,$$9.99.
          05  filler              pic x(11)   value "Deductions ".
          05  neStubYtdDeductions pic $$,$$$,$$9.99.

       01  xStubLeaveHeading.
          05  filler              pic x(26)
              value "Leave balances (hours)".

       01  xStubLeaveLine.
          05  xStubLeaveLabel     pic x(10).
          05  filler              pic x(5)    value "Used ".
          05  neStubLeaveTaken    pic zz9.99.
          05  filler              pic x(13)   value "  YTD earned ".
          05  neStubLeaveAccrued  pic zz9.99.
          05  filler              pic x(10)   value "  Balance ".
          05  neStubLeaveBalance  pic z,zz9.99-.

       01  xDedRegisterHeading.
          05  filler              pic x(21)
              value "Deduction register   ".
          move nRunDd to neStubRunDd.
          move nRunCcyy to neStubRunCcyy.
          perform 109-read-pay-period.
          perform 146-load-pay-calendar.
          perform 131-read-run-mode.
          perform 125-verify-run-sequence.
          open output reportfile.
          if TrialRun
             perform 133-open-trial-files
          else
             perform 101-open-live-files
          end-if.
          open output labdistfile.
          move xPayPeriodId to xLaborPeriod.
          write xLaborDistLine from xLaborHeading.
          move spaces to xLaborDistLine.
          write xLaborDistLine.
          write xLaborDistLine from xLaborColumnHeads.
          perform 103-load-departments.
          perform 105-load-deductions.
          perform 107-load-timecard-hours.
          perform 137-load-labor-hours.
          perform 111-load-tax-table.
          perform 123-load-shift-rates.
          perform 135-load-additional-earnings.
          perform 127-read-check-control.
          if TrialRun
             perform 139-load-last-pay-history
          else
             perform 102-open-payment-files
          end-if.

       101-open-live-files.
          open output stubfile.
          open i-o ytdfile.
          if YtdFileNotFound
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.
          open i-o leavefile.
          if LeaveFileNotFound
             open output leavefile
             close leavefile
             open i-o leavefile
          end-if.
          if not LeaveFileOk
             display 'OPERATOR -- LEAVE MASTER OPEN FAILED, STATUS '
                xLeaveFileStatus
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.
          open output depositfile.
          open output registerfile.
          open output checkfile.
          write xCheckLine from xCheckListHeading.
          move spaces to xCheckLine.
          write xCheckLine.

       102-open-payment-files.
          perform 128-purge-period-register.
          open extend ckregfile.
          open output pospayfile.
          perform 113-check-restart.

       131-read-run-mode.
          open input runmodefile.
          read runmodefile
            at end
               continue
            not at end
               if xRunModeIn = 'T' or 't'
                  move 'T' to xRunModeSwitch
               end-if
          end-read.
          close runmodefile.
          if TrialRun
             display 'TRIAL RUN FOR PERIOD ' xPayPeriodId
                ' -- NO MASTER, CONTROL OR PAYMENT FILES UPDATED'
          end-if.

       133-open-trial-files.
          open input ytdfile.
          if not YtdFileOk
             move 'n' to xYtdMasterSwitch
          end-if.
          move 'n' to xBankMasterSwitch.
          open input payhistfile.
          if not PayHistFileOk
             move 'n' to xPayHistMasterSwitch
          end-if.
          open output varfile.
          move xPayPeriodId to xVarPeriod.
          write xVarianceLine from xVarianceHeading.
          move spaces to xVarianceLine.
          write xVarianceLine.
          write xVarianceLine from xVarianceColumnHeads.

       139-load-last-pay-history.
          if not PayHistMasterAvailable
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
          perform 141-load-one-pay-history until xHistEofFlag = 'y'.

       141-load-one-pay-history.
          read payhistfile next
             at end
                move 'y' to xHistEofFlag
             not at end
                if xPayHistPeriodId < xPayPeriodId
                   and xPayHistMethod not = 'VOIDED'
                   and xPayHistMethod not = 'STOPPED'
                   and xPayHistMethod not = 'MANUAL'
                   move xPayHistPeriodId
                     to xLpPeriodId(nPayHistEmpNum + 1),
                   move xPayHistLastName
                     to xLpLastName(nPayHistEmpNum + 1),
                   move nPayHistGross to nLpGross(nPayHistEmpNum + 1),
                   compute nLpWithholding(nPayHistEmpNum + 1) =
                      nPayHistFica + nPayHistFederal + nPayHistState,
                   move nPayHistDeductions
                     to nLpDeductions(nPayHistEmpNum + 1),
                   move nPayHistNet to nLpNet(nPayHistEmpNum + 1),
                   if xPayHistPeriodId > xLastRegularPeriod
                      or xLastRegularPeriod = spaces
                      move xPayHistPeriodId to xLastRegularPeriod
                   end-if
                end-if
          end-read.

       103-load-departments.
          open input deptfile.
          perform 104-load-one-department until xDeptEofFlag = 'y'.
               move nTchShiftHoursIn(2)
                 to nTchShiftHoursTable(nTchEmpNum + 1, 2),
               move nTchShiftHoursIn(3)
                 to nTchShiftHoursTable(nTchEmpNum + 1, 3),
               move nTchVacationHoursIn
                 to nTchVacationTable(nTchEmpNum + 1),
               move nTchSickHoursIn to nTchSickTable(nTchEmpNum + 1)
          end-read.

       135-load-additional-earnings.
          open input addearnfile.
          perform 136-load-one-additional-earning
             until xAddEarnEofFlag = 'y'.
          close addearnfile.
          if nAddRejectCount > 0
             display 'WARNING -- ' nAddRejectCount
                ' ADDITIONAL EARNING(S) NOT VALID, LEFT ON '
                'Payroll.addlEarnings.txt'
          end-if.

       136-load-one-additional-earning.
          read addearnfile
            at end
               move 'y' to xAddEarnEofFlag
            not at end
               perform 134-check-additional-earning,
               if AddEarningRejected
                  add 1 to nAddRejectCount
               end-if,
               if AddEarningDue
                  add 1 to nAddLoadCount,
                  if BonusEarning
                     add nAddEarnAmount
                       to nBonusPayTable(nAddEarnEmpNum + 1)
                  else
                     if CommissionEarning
                        add nAddEarnAmount
                          to nCommPayTable(nAddEarnEmpNum + 1)
                     else
                        if RetroEarning
                           add nAddEarnAmount
                             to nRetroPayTable(nAddEarnEmpNum + 1)
                        else
                           add nAddEarnAmount
                             to nReimbPayTable(nAddEarnEmpNum + 1)
                        end-if
                     end-if
                  end-if
               end-if
          end-read.

       134-check-additional-earning.
          move 'n' to xAddEarnDueSwitch.
          if nAddEarnEmpNum is not numeric
             or nAddEarnAmount is not numeric
             or not (BonusEarning or CommissionEarning
                or RetroEarning or ReimbursementEarning)
             move 'x' to xAddEarnDueSwitch
          else
             if nAddEarnAmount = 0
                move 'x' to xAddEarnDueSwitch
             else
                if xAddEarnPeriodId not > xPayPeriodId
                   move 'y' to xAddEarnDueSwitch
                end-if
             end-if
          end-if.

       137-load-labor-hours.
          open input laborfile.
          perform 138-load-one-labor-hour until xLabEofFlag = 'y'.
          close laborfile.

       138-load-one-labor-hour.
          read laborfile
            at end
               move 'y' to xLabEofFlag
            not at end
               add 1 to nLabLoadCount,
               move 'y' to xLaborChargeFlag(nLabEmpNum + 1),
               add nLabHours
                 to nLaborChargeHours(nLabEmpNum + 1,
                    nLabChargeDept + 1)
          end-read.

       123-load-shift-rates.
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.
          if StateTableFull
             display 'OPERATOR -- MORE THAN 20 STATES IN '
                'Payroll.taxTable.txt'
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.

       118-load-one-tax-record.
          read taxfile
                  move 'y' to xTaxTableSwitch
               else
                  if AllowanceTaxRecord
                     and xTaxAllowStateIn = spaces
                     move nTaxAllowanceIn to nAllowanceAmount,
                     move 'y' to xTaxTableSwitch
                  else
                        move 'y' to xTaxTableSwitch
                     else
                        if BracketTaxRecord
                           and nTaxBracketCount < 90
                           add 1 to nTaxBracketCount,
                           move xTaxJurisIn
                             to xTaxBracketJuris(nTaxBracketCount),
                           move xTaxBracketStateIn
                             to xTaxBracketState(nTaxBracketCount),
                           move xTaxStatusIn
                             to xTaxBracketStatus(nTaxBracketCount),
                           move nTaxFloorIn
                             to nTaxBracketFloor(nTaxBracketCount),
                           move nTaxRateIn
                             to nTaxBracketRate(nTaxBracketCount),
                           move 'y' to xTaxTableSwitch,
                           if xTaxBracketStateIn not = spaces
                              perform 145-load-state-record
                           end-if
                        else
                           if AllowanceTaxRecord
                              or StateSutaTaxRecord
                              or ReciprocityTaxRecord
                              perform 145-load-state-record
                           else
                              if BasisTaxRecord
                                 and nTaxBasisPeriodsIn is numeric
                                 and nTaxBasisPeriodsIn > 0
                                 move nTaxBasisPeriodsIn
                                   to nTaxBasisPeriods
                              else
                                 if SupplementalTaxRecord
                                    perform 144-load-supplemental-rate
                                 end-if
                              end-if
                           end-if
                        end-if
                     end-if
                  end-if
               end-if
          end-read.

       146-load-pay-calendar.
          open input calfile.
          perform 147-read-one-calendar until xCalEofFlag = 'y'.
          close calfile.
          if nCalRecordCount > 0
             move 'y' to xCalendarSwitch
             if not CalendarPeriodFound
                display 'OPERATOR -- PERIOD ' xPayPeriodId
                   ' NOT ON PAY CALENDAR Payroll.payCalendar.txt'
                display 'RUN STOPPED -- NOTHING PROCESSED'
                stop run
             end-if
          end-if.

       147-read-one-calendar.
          read calfile
            at end
               move 'y' to xCalEofFlag
            not at end
               add 1 to nCalRecordCount,
               if xCalPeriodIdIn = xPayPeriodId
                  move 'y' to xCalPeriodFoundSwitch,
                  perform 148-set-one-due-frequency
                     varying nCalSub from 1 by 1
                     until nCalSub > 4
               end-if
          end-read.

       148-set-one-due-frequency.
          if xCalDueFreqIn(nCalSub) = 'W'
             move 'y' to xWeeklyDueSwitch
          else
             if xCalDueFreqIn(nCalSub) = 'B'
                move 'y' to xBiweeklyDueSwitch
             else
                if xCalDueFreqIn(nCalSub) = 'S'
                   move 'y' to xSemimonthlyDueSwitch
                else
                   if xCalDueFreqIn(nCalSub) = 'M'
                      move 'y' to xMonthlyDueSwitch
                   end-if
                end-if
             end-if
          end-if.

       149-check-frequency-due.
          move 'y' to xEmpDueSwitch.
          if BiweeklyPay
             move 26 to nFreqPeriods
             if CalendarLoaded and not BiweeklyDue
                move 'n' to xEmpDueSwitch
             end-if
          else
             if SemimonthlyPay
                move 24 to nFreqPeriods
                if CalendarLoaded and not SemimonthlyDue
                   move 'n' to xEmpDueSwitch
                end-if
             else
                if MonthlyPay
                   move 12 to nFreqPeriods
                   if CalendarLoaded and not MonthlyDue
                      move 'n' to xEmpDueSwitch
                   end-if
                else
                   move 52 to nFreqPeriods
                   if CalendarLoaded and not WeeklyDue
                      move 'n' to xEmpDueSwitch
                   end-if
                end-if
             end-if
          end-if.

       145-load-state-record.
          if ReciprocityTaxRecord
             if nReciprocityCount < 20
                add 1 to nReciprocityCount
                move xTaxRecipWorkIn
                  to xRecipWorkState(nReciprocityCount)
                move xTaxRecipResidentIn
                  to xRecipResidentState(nReciprocityCount)
             end-if
          else
             if AllowanceTaxRecord
                move xTaxAllowStateIn to xStateLookup
             else
                if BracketTaxRecord
                   move xTaxBracketStateIn to xStateLookup
                else
                   if SupplementalTaxRecord
                      move xTaxSuppStateIn to xStateLookup
                   else
                      move xTaxSutaStateIn to xStateLookup
                   end-if
                end-if
             end-if
             perform 142-find-state-entry
             if not StateEntryFound
                if nStateTaxCount < 20
                   add 1 to nStateTaxCount
                   move nStateTaxCount to nStSub
                   move xStateLookup to xStTaxState(nStSub)
                   move 0 to nStAllowanceAmount(nStSub)
                   move 'n' to xStAllowanceSwitch(nStSub)
                   move 'n' to xStBracketSwitch(nStSub)
                   move 0 to nStSutaRate(nStSub)
                   move 0 to nStSutaWageBase(nStSub)
                   move 'n' to xStSutaSwitch(nStSub)
                   move 0 to nStSuppRate(nStSub)
                   move 'n' to xStSuppSwitch(nStSub)
                   move 'y' to xStateFoundSwitch
                else
                   move 'y' to xStateTableFullSwitch
                end-if
             end-if
             if StateEntryFound
                if AllowanceTaxRecord
                   move nTaxAllowanceIn to nStAllowanceAmount(nStSub)
                   move 'y' to xStAllowanceSwitch(nStSub)
                else
                   if BracketTaxRecord
                      move 'y' to xStBracketSwitch(nStSub)
                   else
                      if SupplementalTaxRecord
                         move nTaxSuppRateIn to nStSuppRate(nStSub)
                         move 'y' to xStSuppSwitch(nStSub)
                      else
                         move nTaxStSutaRateIn to nStSutaRate(nStSub)
                         move nTaxStSutaBaseIn
                           to nStSutaWageBase(nStSub)
                         move 'y' to xStSutaSwitch(nStSub)
                      end-if
                   end-if
                end-if
             end-if
          end-if.

       144-load-supplemental-rate.
          if xTaxSuppJurisIn = 'F'
             move nTaxSuppRateIn to nSuppFederalRate
          else
             if xTaxSuppStateIn = spaces
                move nTaxSuppRateIn to nSuppStateRate
             else
                perform 145-load-state-record
             end-if
          end-if.

       142-find-state-entry.
          move 'n' to xStateFoundSwitch.
          perform 143-match-state-entry
             varying nStSub from 1 by 1
             until nStSub > nStateTaxCount
             or StateEntryFound.
          if StateEntryFound
             subtract 1 from nStSub
          end-if.

       143-match-state-entry.
          if xStTaxState(nStSub) = xStateLookup
             move 'y' to xStateFoundSwitch
          end-if.

       127-read-check-control.
          open input ckctlfile.
          read ckctlfile
               move 'y' to xCkRegEofFlag
            not at end
               if xCkRegPeriodId not = xPayPeriodId
                  or not RegularCheck
                  or not CheckIssued
                  write xCkRegNewRecord from xCheckRegRecord
               end-if
          end-read.
                  perform 114-validate-record,
                  if ValidRecord
                     and (LeaveStatus or SuspendedStatus
                        or TerminatedStatus or not EmployeeDue)
                     perform 150-hold-employee
                  else
                  if ValidRecord
                     if HourlyEmployee
                          to nHoursWorked
                     end-if,
                     perform 120-compute-gross-pay,
                     move nTchVacationTable(nEmpNum + 1)
                       to nVacationHoursSort,
                     move nTchSickTable(nEmpNum + 1) to nSickHoursSort,
                     move 0 to nLeavePaySort,
                     if HourlyEmployee
                        compute nLeavePaySort rounded =
                           (nVacationHoursSort + nSickHoursSort)
                           * nPayRate,
                        add nLeavePaySort to nGrossPay
                     end-if,
                     move xEmployeeType to xEmployeeTypeSort,
                     move nRetroPayTable(nEmpNum + 1) to nRetroPaySort,
                     move nBonusPayTable(nEmpNum + 1) to nBonusPaySort,
                     move nCommPayTable(nEmpNum + 1) to nCommPaySort,
                     move nReimbPayTable(nEmpNum + 1) to nReimbPaySort,
                     add nRetroPaySort nBonusPaySort nCommPaySort
                        to nGrossPay,
                     if nRetroPaySort > 0 or nBonusPaySort > 0
                        or nCommPaySort > 0 or nReimbPaySort > 0
                        move 'y' to xAddPaidFlag(nEmpNum + 1)
                     end-if,
                     move nDepartment to nDepartmentSort,
                     move nEmpNum to nEmpNumSort,
                     move xLastName to xLastNameSort,
                     else
                        move 0 to nAllowancesSort
                     end-if,
                     move xWorkState to xWorkStateSort,
                     move xResidentState to xResidentStateSort,
                     move nFreqPeriods to nFreqPeriodsSort,
                     move 'y' to xDuplicateCheckFlag(nEmpNum + 1),
                     release xSortRecord
                  end-if
                     to xExceptionReasonText
                end-if
             end-if
             if ValidRecord
                if xPayFrequency not = 'W' and ' ' and 'B' and 'S'
                   and 'M'
                   move 'n' to xValidRecordSwitch
                   move 'INVALID PAY FREQUENCY'
                     to xExceptionReasonText
                end-if
             end-if
          end-if.
          if ValidRecord
             perform 151-check-pay-history
          end-if.
          if not ValidRecord
             perform 116-write-exception
          else
             perform 149-check-frequency-due
          end-if.

       116-write-exception.
             move 'y' to xNotPaidFullSwitch
          end-if.

       132-hold-not-scheduled.
          move 'y' to xDuplicateCheckFlag(nEmpNum + 1).
          move 's' to xTrialPaidFlag(nEmpNum + 1).
          if nNotSchedCount < 500
             add 1 to nNotSchedCount
             move nEmpNum to nNsEmpNumTable(nNotSchedCount)
             move xLastName to xNsLastNameTable(nNotSchedCount)
             move xFirstName to xNsFirstNameTable(nNotSchedCount)
             if BiweeklyPay
                move 'BIWEEKLY' to xNsFrequencyTable(nNotSchedCount)
             else
                if SemimonthlyPay
                   move 'SEMIMONTHLY'
                     to xNsFrequencyTable(nNotSchedCount)
                else
                   if MonthlyPay
                      move 'MONTHLY'
                        to xNsFrequencyTable(nNotSchedCount)
                   else
                      move 'WEEKLY'
                        to xNsFrequencyTable(nNotSchedCount)
                   end-if
                end-if
             end-if
          else
             move 'y' to xNotSchedFullSwitch
          end-if.
          if SalariedEmployee and not TrialRun
             and (nTchVacationTable(nEmpNum + 1) > 0
                or nTchSickTable(nEmpNum + 1) > 0)
             perform 152-post-held-leave-draw
          end-if.

       150-hold-employee.
          if LeaveStatus or SuspendedStatus or TerminatedStatus
             perform 119-hold-not-paid
          else
             perform 132-hold-not-scheduled
          end-if.

       151-check-pay-history.
          if PayHistMasterAvailable
             move nEmpNum to nPayHistEmpNum
             move xPayPeriodId to xPayHistPeriodId
             read payhistfile
                invalid key
                   continue
                not invalid key
                   if xPayHistMethod = 'MANUAL'
                      move 'n' to xValidRecordSwitch
                      move 'MANUAL CHECK ON PAY HISTORY'
                        to xExceptionReasonText
                   else
                      if xPayHistMethod = 'VOIDED' or 'STOPPED'
                         move 'n' to xValidRecordSwitch
                         move 'VOID/STOP ON PAY HISTORY'
                           to xExceptionReasonText
                      end-if
                   end-if
             end-read
          end-if.

       152-post-held-leave-draw.
          move nEmpNum to nLvEmpNum.
          read leavefile
             invalid key
                perform 241-new-leave-record
                move nEmpNum to nLvEmpNum
                perform 153-draw-held-leave
                write xLeaveRecord
             not invalid key
                if xLvLastPeriod not = xPayPeriodId
                   perform 242-apply-carryover-cap
                   perform 153-draw-held-leave
                   rewrite xLeaveRecord
                end-if
          end-read.

       153-draw-held-leave.
          subtract nTchVacationTable(nEmpNum + 1)
             from nLvVacationBalance.
          add nTchVacationTable(nEmpNum + 1) to nLvVacationTaken.
          subtract nTchSickTable(nEmpNum + 1) from nLvSickBalance.
          add nTchSickTable(nEmpNum + 1) to nLvSickTaken.
          move xPayPeriodId to xLvLastPeriod.
          add 1 to nLeavePostedCount.

       120-compute-gross-pay.
          if SalariedEmployee
             move nPayRate to nGrossPay
          write xPrintLine after advancing 1.
          write xPrintLine from xOutputHeading after advancing 1.
          move 3 to nLinesOnPage.
          if TrialRun
             write xPrintLine from xTrialBanner after advancing 1
             add 1 to nLinesOnPage
          end-if.

       210-output.
          if FirstRecord
          add 1 to nDeptCount.
          perform 215-compute-withholding.
          perform 222-compute-employer-taxes.
          perform 228-accumulate-state-totals.
          perform 250-distribute-labor.
          perform 230-apply-deductions.
          add nReimbPaySort to nNetPay.
          move nDepartmentSort to nDepartmentOut.
          move xLastNameSort to xNameOut.
          move nHoursWorkedSort to neHoursOut.
          add nFutaAmount to nFutaFoot.
          add nSutaAmount to nSutaFoot.
          add nShiftDiffSort to nShiftDiffFoot.
          add nRetroPaySort to nRetroPayFoot.
          add nBonusPaySort to nBonusPayFoot.
          add nCommPaySort to nCommPayFoot.
          add nReimbPaySort to nReimbPayFoot.
          add nLeavePaySort to nLeavePayFoot.
          add nDeductionTotal to nDeductionFoot.
          add nDeductionTotal to nDeptDeductions.
          add nNetPay to nNetPayFoot.
          add nNetPay to nDeptNetPay.
          if TrialRun
             perform 260-write-variance
          else
             perform 216-update-ytd
             perform 240-post-leave-bank
             perform 217-write-pay-stub
             perform 218-write-payment
             if PostedThisPeriod
                perform 227-write-pay-history
             end-if
          end-if.
          write xPrintLine from xOutputDetail after advancing 1.
          add 1 to nLinesOnPage.
                move nSutaAmount to nYtdSutaElement
                move nGrossPaySort to nQtdGrossElement
                move nSutaTaxable to nQtdSutaWagesElement
                move nFicaAmount to nQtdFicaElement
                move nFederalAmount to nQtdFederalElement
                move xCurrentQuarter to xQtdQuarterElement
                move xPayPeriodId to xYtdLastPeriodElement
                perform 247-clear-ytd-slot
                   varying nYsSub from 1 by 1 until nYsSub > 3
                perform 244-post-state-ytd
                write xYtdRecord
                perform 223-write-checkpoint
             not invalid key
                   if xQtdQuarterElement not = xCurrentQuarter
                      move 0 to nQtdGrossElement
                      move 0 to nQtdSutaWagesElement
                      move 0 to nQtdFicaElement
                      move 0 to nQtdFederalElement
                      perform 248-clear-qtd-slot
                         varying nYsSub from 1 by 1 until nYsSub > 3
                      move xCurrentQuarter to xQtdQuarterElement
                   end-if
                   add nGrossPaySort to nQtdGrossElement
                   add nSutaTaxable to nQtdSutaWagesElement
                   add nFicaAmount to nQtdFicaElement
                   add nFederalAmount to nQtdFederalElement
                   perform 244-post-state-ytd
                   move xPayPeriodId to xYtdLastPeriodElement
                   rewrite xYtdRecord
                   perform 223-write-checkpoint
                end-if
          end-read.

       244-post-state-ytd.
          move xWhState to xStateLookup.
          perform 245-find-ytd-slot.
          if YtdSlotFound
             add nStateAmount to nYtdStateWhElement(nYsSub)
             add nStateAmount to nQtdStateWhElement(nYsSub)
          end-if.
          move xSutaState to xStateLookup.
          perform 245-find-ytd-slot.
          if YtdSlotFound
             add nSutaTaxable to nYtdStateSutaElement(nYsSub)
             add nGrossPaySort to nQtdStateGrossElement(nYsSub)
             add nSutaTaxable to nQtdStateSutaElement(nYsSub)
          end-if.

       245-find-ytd-slot.
          move 'n' to xYtdSlotFoundSwitch.
          perform 246-match-ytd-slot
             varying nYsSub from 1 by 1
             until nYsSub > 3 or YtdSlotFound.
          if not YtdSlotFound
             perform 249-take-empty-ytd-slot
                varying nYsSub from 1 by 1
                until nYsSub > 3 or YtdSlotFound
          end-if.
          if YtdSlotFound
             subtract 1 from nYsSub
             move xStateLookup to xYtdStateCode(nYsSub)
          else
             add 1 to nStateSlotFullCount
          end-if.

       246-match-ytd-slot.
          if xYtdStateCode(nYsSub) = xStateLookup
             move 'y' to xYtdSlotFoundSwitch
          end-if.

       249-take-empty-ytd-slot.
          if xYtdStateCode(nYsSub) = spaces
             move 'y' to xYtdSlotFoundSwitch
          end-if.

       247-clear-ytd-slot.
          move spaces to xYtdStateCode(nYsSub).
          move 0 to nYtdStateWhElement(nYsSub).
          move 0 to nYtdStateSutaElement(nYsSub).
          perform 248-clear-qtd-slot.

       248-clear-qtd-slot.
          move 0 to nQtdStateGrossElement(nYsSub).
          move 0 to nQtdStateSutaElement(nYsSub).
          move 0 to nQtdStateWhElement(nYsSub).

       223-write-checkpoint.
          move 'y' to xPostedSwitch.
          add 1 to nYtdPostedCount.
          move nDeductionTotal to nPayHistDeductions.
          move nNetPay to nPayHistNet.
          move xRegisterMethod to xPayHistMethod.
          move xWhState to xPayHistWhState.
          move xSutaState to xPayHistSutaState.
          move nBonusPaySort to nPayHistBonus.
          move nCommPaySort to nPayHistCommission.
          move nRetroPaySort to nPayHistRetro.
          move nReimbPaySort to nPayHistReimbursement.
          add nVacationHoursSort nSickHoursSort
             giving nPayHistLeaveHours.
          move xEmpLaborSplit to xPayHistLaborSplit.
          write xPayHistRecord
             invalid key
                rewrite xPayHistRecord
             move nShiftDiffSort to neStubShiftDiff
             write xStubLine from xStubShiftDiffLine
          end-if.
          if nRetroPaySort > 0
             move nRetroPaySort to neStubRetro
             write xStubLine from xStubRetroLine
          end-if.
          if nBonusPaySort > 0
             move nBonusPaySort to neStubBonus
             write xStubLine from xStubBonusLine
          end-if.
          if nCommPaySort > 0
             move nCommPaySort to neStubCommission
             write xStubLine from xStubCommissionLine
          end-if.
          if nLeavePaySort > 0
             move nLeavePaySort to neStubLeavePay
             write xStubLine from xStubLeavePayLine
          end-if.
          write xStubLine from xStubFicaLine.
          write xStubLine from xStubFederalLine.
          write xStubLine from xStubStateLine.
          write xStubLine from xStubWithholdingLine.
          write xStubLine from xStubDeductionLine.
          if nReimbPaySort > 0
             move nReimbPaySort to neStubReimbursement
             write xStubLine from xStubReimbursementLine
          end-if.
          write xStubLine from xStubNetLine.
          move spaces to xStubLine.
          write xStubLine.
          write xStubLine from xStubYtdHeading.
          write xStubLine from xStubYtdLine.
          write xStubLine from xStubYtdDedLine.
          move spaces to xStubLine.
          write xStubLine.
          write xStubLine from xStubLeaveHeading.
          move 'Vacation' to xStubLeaveLabel.
          move nVacationHoursSort to neStubLeaveTaken.
          move nLvVacationAccrued to neStubLeaveAccrued.
          move nLvVacationBalance to neStubLeaveBalance.
          write xStubLine from xStubLeaveLine.
          move 'Sick' to xStubLeaveLabel.
          move nSickHoursSort to neStubLeaveTaken.
          move nLvSickAccrued to neStubLeaveAccrued.
          move nLvSickBalance to neStubLeaveBalance.
          write xStubLine from xStubLeaveLine.
          write xStubLine from xStubSeparator.

       240-post-leave-bank.
          move nEmpNumSort to nLvEmpNum.
          read leavefile
             invalid key
                perform 241-new-leave-record
                perform 243-accrue-and-draw
                write xLeaveRecord
             not invalid key
                if xLvLastPeriod not = xPayPeriodId
                   perform 242-apply-carryover-cap
                   perform 243-accrue-and-draw
                   rewrite xLeaveRecord
                end-if
          end-read.

       241-new-leave-record.
          move nEmpNumSort to nLvEmpNum.
          move 0 to nLvVacationBalance.
          move 0 to nLvSickBalance.
          move nDefVacationRate to nLvVacationRate.
          move nDefSickRate to nLvSickRate.
          move nDefVacationFlat to nLvVacationFlat.
          move nDefSickFlat to nLvSickFlat.
          move nDefVacationCap to nLvVacationCap.
          move nDefSickCap to nLvSickCap.
          move 0 to nLvVacationAccrued.
          move 0 to nLvVacationTaken.
          move 0 to nLvSickAccrued.
          move 0 to nLvSickTaken.
          move xPeriodYear to xLvLeaveYear.

       242-apply-carryover-cap.
          if xLvLeaveYear not = xPeriodYear
             if nLvVacationBalance > nLvVacationCap
                move nLvVacationCap to nLvVacationBalance
             end-if
             if nLvSickBalance > nLvSickCap
                move nLvSickCap to nLvSickBalance
             end-if
             move 0 to nLvVacationAccrued
             move 0 to nLvVacationTaken
             move 0 to nLvSickAccrued
             move 0 to nLvSickTaken
             move xPeriodYear to xLvLeaveYear
          end-if.

       243-accrue-and-draw.
          if SalariedSort
             compute nLvAccrualHours rounded =
                nLvVacationFlat * nWeeksPerYear / nFreqPeriodsSort
             add nLvAccrualHours to nLvVacationBalance
             add nLvAccrualHours to nLvVacationAccrued
             compute nLvAccrualHours rounded =
                nLvSickFlat * nWeeksPerYear / nFreqPeriodsSort
             add nLvAccrualHours to nLvSickBalance
             add nLvAccrualHours to nLvSickAccrued
          else
             compute nLvAccrualHours rounded =
                nHoursWorkedSort * nLvVacationRate
             add nLvAccrualHours to nLvVacationBalance
             add nLvAccrualHours to nLvVacationAccrued
             compute nLvAccrualHours rounded =
                nHoursWorkedSort * nLvSickRate
             add nLvAccrualHours to nLvSickBalance
             add nLvAccrualHours to nLvSickAccrued
          end-if.
          subtract nVacationHoursSort from nLvVacationBalance.
          add nVacationHoursSort to nLvVacationTaken.
          subtract nSickHoursSort from nLvSickBalance.
          add nSickHoursSort to nLvSickTaken.
          move xPayPeriodId to xLvLastPeriod.
          add 1 to nLeavePostedCount.

       230-apply-deductions.
          move 0 to nDeductionTotal.
          perform 231-apply-priority-level
          move nEmpNumSort to nCkRegEmpNum.
          move xPayeeName to xCkRegPayee.
          move nNetPay to nCkRegAmount.
          set RegularCheck to true.
          set CheckIssued to true.
          move spaces to xCkRegActionDate.
          write xCheckRegRecord.
          move nNextCheckNumber to nPosPayNumber.
          move xRunDate to xPosPayDate.
          move nNetPay to nPosPayAmount.
          move xPayeeName to xPosPayPayee.
          set PosPayIssue to true.
          write xPosPayRecord.
          add 1 to nNextCheckNumber.
          move 'CHECK' to xRegisterMethod.
             move nGrossPaySort to nFicaTaxable
          end-if.
          compute nFicaAmount rounded = nFicaTaxable * nFicaRate.
          add nBonusPaySort nCommPaySort giving nSuppWages.
          compute nBasisGross rounded =
             (nGrossPaySort - nSuppWages) * nFreqPeriodsSort
             / nTaxBasisPeriods.
          compute nTaxableWages = nBasisGross -
             (nAllowancesSort * nAllowanceAmount).
          if nTaxableWages < 0
             move 0 to nTaxableWages
          end-if.
          move 'F' to xBracketJuris.
          move spaces to xBracketState.
          perform 214-compute-bracket-tax.
          compute nFederalAmount rounded =
             (nBracketTax * nTaxBasisPeriods / nFreqPeriodsSort)
             + (nSuppWages * nSuppFederalRate).
          perform 211-resolve-tax-state.
          move nAllowanceAmount to nStateAllowance.
          move nSuppStateRate to nEmpSuppStateRate.
          move xWhState to xStateLookup.
          perform 142-find-state-entry.
          if StateEntryFound
             if StAllowanceLoaded(nStSub)
                move nStAllowanceAmount(nStSub) to nStateAllowance
             end-if
             if StSuppLoaded(nStSub)
                move nStSuppRate(nStSub) to nEmpSuppStateRate
             end-if
             if StBracketsLoaded(nStSub)
                move xWhState to xBracketState
             end-if
          end-if.
          compute nTaxableWages = nBasisGross -
             (nAllowancesSort * nStateAllowance).
          if nTaxableWages < 0
             move 0 to nTaxableWages
          end-if.
          move 'S' to xBracketJuris.
          perform 214-compute-bracket-tax.
          compute nStateAmount rounded =
             (nBracketTax * nTaxBasisPeriods / nFreqPeriodsSort)
             + (nSuppWages * nEmpSuppStateRate).
          add nFicaAmount nFederalAmount nStateAmount
             giving nWithholding.
          subtract nWithholding from nGrossPaySort giving nNetPay.

       211-resolve-tax-state.
          move xWorkStateSort to xSutaState.
          if xSutaState = spaces
             move xResidentStateSort to xSutaState
          end-if.
          move xSutaState to xWhState.
          if xResidentStateSort not = spaces
             and xResidentStateSort not = xSutaState
             move 'n' to xRecipFoundSwitch
             perform 212-check-reciprocity
                varying nRecipSub from 1 by 1
                until nRecipSub > nReciprocityCount
                or ReciprocityFound
             if ReciprocityFound
                move xResidentStateSort to xWhState
             end-if
          end-if.
          if xSutaState = spaces
             move xNoStateCode to xSutaState
             move xNoStateCode to xWhState
          end-if.

       212-check-reciprocity.
          if xRecipWorkState(nRecipSub) = xSutaState
             and xRecipResidentState(nRecipSub) = xResidentStateSort
             move 'y' to xRecipFoundSwitch
          end-if.

       213-get-prior-ytd.
          move 0 to nPriorYtdGross.
          move nEmpNumSort to nEmpNumElement.
          if YtdMasterAvailable
             read ytdfile
                invalid key
                   continue
                not invalid key
                   if xYtdLastPeriodElement = xPayPeriodId
                      subtract nGrossPaySort from nYtdGrossElement
                         giving nPriorYtdGross
                   else
                      move nYtdGrossElement to nPriorYtdGross
                   end-if
             end-read
          end-if.
          if nPriorYtdGross < 0
             move 0 to nPriorYtdGross
          end-if.

       224-apply-one-bracket.
          if xTaxBracketJuris(nBracketSub) = xBracketJuris
             and xTaxBracketState(nBracketSub) = xBracketState
             and xTaxBracketStatus(nBracketSub) = xFilingStatusSort
             and nTaxBracketFloor(nBracketSub) < nTaxableWages
             compute nBracketTax rounded = nBracketTax +
             move nGrossPaySort to nFutaTaxable
          end-if.
          compute nFutaAmount rounded = nFutaTaxable * nFutaRate.
          move nSutaRate to nEmpSutaRate.
          move nSutaWageBase to nEmpSutaWageBase.
          move xSutaState to xStateLookup.
          perform 142-find-state-entry.
          if StateEntryFound
             if StSutaLoaded(nStSub)
                move nStSutaRate(nStSub) to nEmpSutaRate
                move nStSutaWageBase(nStSub) to nEmpSutaWageBase
             end-if
          end-if.
          compute nSutaTaxable = nEmpSutaWageBase - nPriorYtdGross.
          if nSutaTaxable < 0
             move 0 to nSutaTaxable
          end-if.
          if nSutaTaxable > nGrossPaySort
             move nGrossPaySort to nSutaTaxable
          end-if.
          compute nSutaAmount rounded = nSutaTaxable * nEmpSutaRate.

       228-accumulate-state-totals.
          move xWhState to xStateLookup.
          perform 229-find-state-total.
          if StateTotalFound
             add nStateAmount to nStTotWithholding(nStTotSub)
          end-if.
          move xSutaState to xStateLookup.
          perform 229-find-state-total.
          if StateTotalFound
             add nSutaAmount to nStTotSuta(nStTotSub)
             add nSutaTaxable to nStTotSutaWages(nStTotSub)
          end-if.

       229-find-state-total.
          move 'n' to xStTotFoundSwitch.
          perform 235-match-state-total
             varying nStTotSub from 1 by 1
             until nStTotSub > nStateTotalCount
             or StateTotalFound.
          if StateTotalFound
             subtract 1 from nStTotSub
          else
             if nStateTotalCount < 20
                add 1 to nStateTotalCount
                move nStateTotalCount to nStTotSub
                move xStateLookup to xStTotState(nStTotSub)
                move 0 to nStTotWithholding(nStTotSub)
                move 0 to nStTotSuta(nStTotSub)
                move 0 to nStTotSutaWages(nStTotSub)
                move 'y' to xStTotFoundSwitch
             else
                move 'y' to xStTotFullSwitch
             end-if
          end-if.

       235-match-state-total.
          if xStTotState(nStTotSub) = xStateLookup
             move 'y' to xStTotFoundSwitch
          end-if.

       250-distribute-labor.
          compute nLdHomeSub = nDepartmentSort + 1.
          compute nLdEmpErTax =
             nErFicaAmount + nFutaAmount + nSutaAmount.
          move nGrossPaySort to nLdRemainGross.
          move nLdEmpErTax to nLdRemainErTax.
          move 0 to nLdTotalHours.
          if xTchSeenFlag(nEmpNumSort + 1) = 'y'
             move nTchHoursTable(nEmpNumSort + 1) to nLdTotalHours
          end-if.
          move nLdTotalHours to nLdHomeHours.
          perform 256-clear-employee-split
             varying nLdSub from 1 by 1
             until nLdSub > 10.
          if xLaborChargeFlag(nEmpNumSort + 1) = 'y'
             and nLdTotalHours > 0
             perform 252-distribute-one-charge
                varying nLdSub from 1 by 1
                until nLdSub > 10
          end-if.
          move 'y' to xLdDeptUsedFlag(nLdHomeSub).
          add nLdRemainGross to nLdDeptGross(nLdHomeSub).
          add nLdRemainErTax to nLdDeptErTax(nLdHomeSub).
          add nLdHomeHours to nLdDeptHours(nLdHomeSub).
          add nLdRemainGross to nEmpSplitGross(nLdHomeSub).
          add nLdRemainErTax to nEmpSplitErTax(nLdHomeSub).
          add nLdHomeHours to nLdMatrixHours(nLdHomeSub, nLdHomeSub).
          add nLdRemainGross
            to nLdMatrixGross(nLdHomeSub, nLdHomeSub).
          if xLaborChargeFlag(nEmpNumSort + 1) = 'y'
             and nLdTotalHours > 0
             move nLdHomeSub to nLdSub
             move nLdHomeHours to nLdDetailHours
             move nLdRemainGross to nLdShareGross
             move nLdRemainErTax to nLdShareErTax
             perform 254-write-labor-detail
          end-if.

       252-distribute-one-charge.
          if nLdSub not = nLdHomeSub
             and nLaborChargeHours(nEmpNumSort + 1, nLdSub) > 0
             move nLaborChargeHours(nEmpNumSort + 1, nLdSub)
               to nLdDetailHours
             if nLdDetailHours > nLdHomeHours
                move nLdHomeHours to nLdDetailHours
             end-if
             compute nLdShareGross rounded =
                nGrossPaySort * nLdDetailHours / nLdTotalHours
             compute nLdShareErTax rounded =
                nLdEmpErTax * nLdDetailHours / nLdTotalHours
             if nLdShareGross > nLdRemainGross
                move nLdRemainGross to nLdShareGross
             end-if
             if nLdShareErTax > nLdRemainErTax
                move nLdRemainErTax to nLdShareErTax
             end-if
             subtract nLdShareGross from nLdRemainGross
             subtract nLdShareErTax from nLdRemainErTax
             subtract nLdDetailHours from nLdHomeHours
             move 'y' to xLdDeptUsedFlag(nLdSub)
             add nLdShareGross to nLdDeptGross(nLdSub)
             add nLdShareErTax to nLdDeptErTax(nLdSub)
             add nLdShareGross to nEmpSplitGross(nLdSub)
             add nLdShareErTax to nEmpSplitErTax(nLdSub)
             add nLdDetailHours to nLdDeptHours(nLdSub)
             add nLdDetailHours
               to nLdMatrixHours(nLdHomeSub, nLdSub)
             add nLdShareGross to nLdMatrixGross(nLdHomeSub, nLdSub)
             add 1 to nLabSplitCount
             perform 254-write-labor-detail
          end-if.

       256-clear-employee-split.
          move 0 to nEmpSplitGross(nLdSub).
          move 0 to nEmpSplitErTax(nLdSub).

       254-write-labor-detail.
          move nEmpNumSort to neLdEmpNum.
          move xLastNameSort to xLdNameOut.
          move nDepartmentSort to nLdHomeOut.
          compute nLdChargeOut = nLdSub - 1.
          move nLdDetailHours to neLdHours.
          move nLdShareGross to neLdGross.
          move nLdShareErTax to neLdErTax.
          write xLaborDistLine from xLaborDetail.

       260-write-variance.
          add 1 to nVarEmpCount.
          move 'y' to xTrialPaidFlag(nEmpNumSort + 1).
          move nEmpNumSort to neVarEmpNum.
          move xLastNameSort to xVarNameOut.
          move nGrossPaySort to neVarGross.
          move nWithholding to neVarWithholding.
          move nDeductionTotal to neVarDeductions.
          move nNetPay to neVarNet.
          move spaces to xVarFlag.
          if xLpPeriodId(nEmpNumSort + 1) = spaces
             add 1 to nVarFirstCount
             move spaces to xVarLastPeriod
             move 0 to neVarPriorGross
             move 0 to neVarPriorWithholding
             move 0 to neVarPriorDeductions
             move 0 to neVarPriorNet
             move 'FIRST-TIME PAYEE' to xVarFlag
          else
             move xLpPeriodId(nEmpNumSort + 1) to xVarLastPeriod
             move nLpGross(nEmpNumSort + 1) to neVarPriorGross
             move nLpWithholding(nEmpNumSort + 1)
               to neVarPriorWithholding
             move nLpDeductions(nEmpNumSort + 1)
               to neVarPriorDeductions
             move nLpNet(nEmpNumSort + 1) to neVarPriorNet
             move 'n' to xVarSwingSwitch
             move nGrossPaySort to nVarCurrent
             move nLpGross(nEmpNumSort + 1) to nVarPrior
             move 'GROSS' to xVarMeasure
             perform 262-check-swing
             move nNetPay to nVarCurrent
             move nLpNet(nEmpNumSort + 1) to nVarPrior
             move 'NET' to xVarMeasure
             perform 262-check-swing
             move nWithholding to nVarCurrent
             move nLpWithholding(nEmpNumSort + 1) to nVarPrior
             move 'WITHHOLDING' to xVarMeasure
             perform 262-check-swing
             move nDeductionTotal to nVarCurrent
             move nLpDeductions(nEmpNumSort + 1) to nVarPrior
             move 'DEDUCTIONS' to xVarMeasure
             perform 262-check-swing
             if VarianceSwing
                add 1 to nVarSwingCount
             end-if
          end-if.
          write xVarianceLine from xVarianceDetail.

       262-check-swing.
          compute nVarDiff = nVarCurrent - nVarPrior.
          if nVarDiff < 0
             compute nVarDiff = 0 - nVarDiff
          end-if.
          compute nVarLimit rounded = nVarPrior * nSwingPercent / 100.
          if nVarLimit < nSwingMinimum
             move nSwingMinimum to nVarLimit
          end-if.
          if nVarDiff > nVarLimit
             and not VarianceSwing
             move 'y' to xVarSwingSwitch
             move xVarMeasure to xVarSwingMeasure
             move xVarSwingText to xVarFlag
          end-if.

       220-department-total.
          move nPrevDepartment to nDeptNumOut.
          move spaces to xPrintLine.
          write xPrintLine after advancing 1.
          add 2 to nLinesOnPage.
          move 0 to nDeptCount.
          move 0 to nDeptGrossPay.
          move 0 to nDeptWithholding.
            display 'WARNING -- NOT-PAID TABLE FULL, '
               'SOME EMPLOYEES NOT LISTED'
         end-if.
         if nNotSchedCount > 0
            move spaces to xPrintLine
            write xPrintLine after advancing 1
            write xPrintLine from xNotSchedHeading after advancing 1
            perform 332-write-one-not-scheduled
               varying nNotSchedSub from 1 by 1
               until nNotSchedSub > nNotSchedCount
            display nNotSchedCount
               ' employee(s) not scheduled this period'
         end-if.
         if NotSchedTableFull
            display 'WARNING -- NOT-SCHEDULED TABLE FULL, '
               'SOME EMPLOYEES NOT LISTED'
         end-if.
         if nStateSlotFullCount > 0
            display 'WARNING -- ' nStateSlotFullCount
               ' STATE YTD POSTING(S) SKIPPED, '
               'EMPLOYEE ALREADY HAS 3 STATES THIS YEAR'
         end-if.
         if nYtdSkippedCount > 0
            move nYtdSkippedCount to neRerunCount
            move spaces to xPrintLine
                  ' records totalling ' nPayRateTotalRead
            end-if
         end-if.
         perform 380-write-labor-summary.
         if TrialRun
            perform 390-finish-trial-run
         else
            perform 305-finish-live-run
         end-if.
         if nShiftDiffFoot > 0
            display 'Shift differential paid this run '
               nShiftDiffFoot
         end-if.
         if nLeavePayFoot > 0
            display 'Vacation and sick leave paid this run '
               nLeavePayFoot
         end-if.
         if nRetroPayFoot > 0
            display 'Retro pay included this run '
               nRetroPayFoot
         end-if.
         if nBonusPayFoot > 0
            display 'Bonus pay included this run '
               nBonusPayFoot
         end-if.
         if nCommPayFoot > 0
            display 'Commission pay included this run '
               nCommPayFoot
         end-if.
         if nReimbPayFoot > 0
            display 'Reimbursements paid untaxed this run '
               nReimbPayFoot
         end-if.
         if DeductionTableFull
            display 'WARNING -- DEDUCTION TABLE FULL, '
               'SOME DEDUCTIONS NOT LOADED'
         end-if.
         if DedRegisterFull
            display 'WARNING -- DEDUCTION REGISTER TABLE FULL, '
               'SOME TYPES NOT SUMMARIZED'
         end-if.
         close reportfile.
         if TrialRun
            perform 392-close-trial-files
         else
            perform 307-close-live-files
         end-if.

       305-finish-live-run.
         move nDepositCount to nDepositTrailerCount.
         move nDepositRoutingHash to nDepositTrailerHash.
         move nDepositAmountTotal to nDepositTrailerAmount.
         move spaces to xRegisterLine.
         write xRegisterLine.
         write xRegisterLine from xRegisterFooter.
         perform 370-write-gl-department
            varying nLdSub from 1 by 1
            until nLdSub > 10.
         move nFicaFoot to nGlIntFica.
         move nFederalFoot to nGlIntFederal.
         move nStateFoot to nGlIntState.
         move nFutaFoot to nGlIntFuta.
         move nSutaFoot to nGlIntSuta.
         write xGlIntRecord from xGlIntEmployerRecord.
         if nBonusPayFoot > 0
            move 'B' to xGlIntEarnType
            move nBonusPayFoot to nGlIntEarnAmount
            write xGlIntRecord from xGlIntEarningsRecord
         end-if.
         if nCommPayFoot > 0
            move 'C' to xGlIntEarnType
            move nCommPayFoot to nGlIntEarnAmount
            write xGlIntRecord from xGlIntEarningsRecord
         end-if.
         if nRetroPayFoot > 0
            move 'R' to xGlIntEarnType
            move nRetroPayFoot to nGlIntEarnAmount
            write xGlIntRecord from xGlIntEarningsRecord
         end-if.
         if nReimbPayFoot > 0
            move 'X' to xGlIntEarnType
            move nReimbPayFoot to nGlIntEarnAmount
            write xGlIntRecord from xGlIntEarningsRecord
         end-if.
         perform 320-write-tax-liability-report.
         open extend runhistfile.
         move xPayPeriodId to xRhPeriodId.
         move nWithholdingFoot to nRhWithholding.
         move nDeductionFoot to nRhDeductions.
         move nNetPayFoot to nRhNetPay.
         set RegularRun to true.
         write xRunHistoryRecord.
         close runhistfile.

       307-close-live-files.
         perform 310-write-deduction-register.
         close stubfile.
         close ytdfile.
         close payhistfile.
         close leavefile.
         if BankMasterAvailable
            close bankfile
         end-if.
         close ckpfile.
         close glintfile.
         call "CBL_DELETE_FILE" using xCheckpointFileName.
         if nAddLoadCount > 0
            perform 360-rewrite-additional-earnings
         end-if.
         perform 350-post-run-control.

       310-write-deduction-register.
         move 'STATE WITHHOLDING' to xTaxLiabLabel.
         move nStateFoot to neTaxLiabAmount.
         write xTaxLiabLine from xTaxLiabDetail.
         move 'WITHHOLDING' to xTlsText.
         perform 322-write-state-withholding
            varying nStTotSub from 1 by 1
            until nStTotSub > nStateTotalCount.
         move 'FEDERAL UNEMPLOYMENT' to xTaxLiabLabel.
         move nFutaFoot to neTaxLiabAmount.
         write xTaxLiabLine from xTaxLiabDetail.
         move 'STATE UNEMPLOYMENT' to xTaxLiabLabel.
         move nSutaFoot to neTaxLiabAmount.
         write xTaxLiabLine from xTaxLiabDetail.
         move 'UNEMPLOYMENT' to xTlsText.
         perform 324-write-state-unemployment
            varying nStTotSub from 1 by 1
            until nStTotSub > nStateTotalCount.
         if StateTotalsFull
            move '  MORE THAN 20 STATES -- BREAKOUT INCOMPLETE'
              to xTaxLiabLine
            write xTaxLiabLine
         end-if.
         move spaces to xTaxLiabLine.
         write xTaxLiabLine.
         add nFicaFoot nErFicaFoot nFederalFoot nStateFoot
         move nTaxDepositTotal to neTaxLiabAmount.
         write xTaxLiabLine from xTaxLiabDetail.
         close taxliabfile.
         open extend tlhfile.
         move xPayPeriodId to xTlhPeriodId.
         set TlhRegularRun to true.
         move xRunDate to xTlhRunDate.
         move nGrossPayFoot to nTlhGross.
         move nFicaFoot to nTlhFica.
         move nErFicaFoot to nTlhErFica.
         move nFederalFoot to nTlhFederal.
         move nStateFoot to nTlhState.
         move nFutaFoot to nTlhFuta.
         move nSutaFoot to nTlhSuta.
         write xTaxLiabHistRecord.
         close tlhfile.

       322-write-state-withholding.
         move xStTotState(nStTotSub) to xTlsState.
         move xTaxLiabStateLabel to xTaxLiabLabel.
         move nStTotWithholding(nStTotSub) to neTaxLiabAmount.
         write xTaxLiabLine from xTaxLiabDetail.

       324-write-state-unemployment.
         move xStTotState(nStTotSub) to xTlsState.
         move xTaxLiabStateLabel to xTaxLiabLabel.
         move nStTotSuta(nStTotSub) to neTaxLiabAmount.
         write xTaxLiabLine from xTaxLiabDetail.

       330-write-one-not-paid.
         move nNpEmpNumTable(nNotPaidSub) to neNpEmpNum.
         move xNpStatusTable(nNotPaidSub) to xNpStatusOut.
         write xPrintLine from xNotPaidDetail after advancing 1.

       332-write-one-not-scheduled.
         move nNsEmpNumTable(nNotSchedSub) to neNsEmpNum.
         move xNsLastNameTable(nNotSchedSub) to xNsLastNameOut.
         move xNsFirstNameTable(nNotSchedSub) to xNsFirstNameOut.
         move xNsFrequencyTable(nNotSchedSub) to xNsFrequencyOut.
         write xPrintLine from xNotSchedDetail after advancing 1.

       340-rewrite-check-control.
         open output ckctlfile.
         move nNextCheckNumber to nNextCheckNumberIn.
         move xRunDate to xRcRunDate.
         write xRunControlRecord.
         close runctlfile.

       370-write-gl-department.
         if xLdDeptUsedFlag(nLdSub) = 'y'
            compute nGlIntDept = nLdSub - 1
            move xDeptCostCenterTable(nLdSub) to xGlIntCostCenter
            move nLdDeptGross(nLdSub) to nGlIntDeptGross
            move nLdDeptErTax(nLdSub) to nGlIntDeptErTax
            write xGlIntRecord from xGlIntDeptRecord
         end-if.

       380-write-labor-summary.
         move spaces to xLaborDistLine.
         write xLaborDistLine.
         write xLaborDistLine from xLaborMatrixHeading.
         perform 382-write-labor-home
            varying nLdSub from 1 by 1
            until nLdSub > 10.
         move spaces to xLaborDistLine.
         write xLaborDistLine.
         write xLaborDistLine from xLaborDeptHeading.
         perform 386-write-labor-dept
            varying nLdSub from 1 by 1
            until nLdSub > 10.
         close labdistfile.
         if nLabSplitCount > 0
            display nLabSplitCount
               ' labor charge(s) distributed to other departments'
         end-if.

       382-write-labor-home.
         perform 384-write-labor-cell
            varying nLdChgSub from 1 by 1
            until nLdChgSub > 10.

       384-write-labor-cell.
         if nLdMatrixHours(nLdSub, nLdChgSub) > 0
            or nLdMatrixGross(nLdSub, nLdChgSub) > 0
            compute nLmHomeOut = nLdSub - 1
            move xDeptNameTable(nLdSub) to xLmHomeNameOut
            compute nLmChargeOut = nLdChgSub - 1
            move xDeptNameTable(nLdChgSub) to xLmChargeNameOut
            move nLdMatrixHours(nLdSub, nLdChgSub) to neLmHours
            move nLdMatrixGross(nLdSub, nLdChgSub) to neLmGross
            write xLaborDistLine from xLaborMatrixLine
         end-if.

       386-write-labor-dept.
         if xLdDeptUsedFlag(nLdSub) = 'y'
            compute nLdDeptOut = nLdSub - 1
            move xDeptNameTable(nLdSub) to xLdDeptNameOut
            move xDeptCostCenterTable(nLdSub) to xLdCostCenterOut
            move nLdDeptHours(nLdSub) to neLdDeptHours
            move nLdDeptGross(nLdSub) to neLdDeptGross
            move nLdDeptErTax(nLdSub) to neLdDeptErTax
            write xLaborDistLine from xLaborDeptLine
         end-if.

       390-finish-trial-run.
         perform 394-list-missing-regular
            varying nLpSub from 1 by 1
            until nLpSub > 10000.
         move spaces to xVarianceLine.
         write xVarianceLine.
         move nVarEmpCount to neVarCount.
         move ' employee(s) computed in the trial run'
           to xVarCountText.
         write xVarianceLine from xVarianceCountLine.
         move nVarSwingCount to neVarCount.
         move ' employee(s) flagged for a large swing'
           to xVarCountText.
         write xVarianceLine from xVarianceCountLine.
         move nVarFirstCount to neVarCount.
         move ' first-time payee(s)' to xVarCountText.
         write xVarianceLine from xVarianceCountLine.
         move nVarMissingCount to neVarCount.
         move ' regular(s) paid last period but missing'
           to xVarCountText.
         write xVarianceLine from xVarianceCountLine.
         close varfile.
         display 'Trial run complete -- ' nVarEmpCount ' computed, '
            nVarSwingCount ' swings, ' nVarFirstCount ' first-time, '
            nVarMissingCount ' missing.'.

       392-close-trial-files.
         if YtdMasterAvailable
            close ytdfile
         end-if.
         if PayHistMasterAvailable
            close payhistfile
         end-if.
         call "CBL_DELETE_FILE" using xRunModeFileName.
         move 0 to return-code.

       394-list-missing-regular.
         if xLastRegularPeriod not = spaces
            and xLpPeriodId(nLpSub) = xLastRegularPeriod
            and xTrialPaidFlag(nLpSub) = 'n'
            add 1 to nVarMissingCount
            compute neVarEmpNum = nLpSub - 1
            move xLpLastName(nLpSub) to xVarNameOut
            move xLpPeriodId(nLpSub) to xVarLastPeriod
            move 0 to neVarGross
            move 0 to neVarWithholding
            move 0 to neVarDeductions
            move 0 to neVarNet
            move nLpGross(nLpSub) to neVarPriorGross
            move nLpWithholding(nLpSub) to neVarPriorWithholding
            move nLpDeductions(nLpSub) to neVarPriorDeductions
            move nLpNet(nLpSub) to neVarPriorNet
            move 'MISSING REGULAR' to xVarFlag
            write xVarianceLine from xVarianceDetail
         end-if.

       360-rewrite-additional-earnings.
         move 'n' to xAddEarnEofFlag.
         open input addearnfile.
         open output addearnnewfile.
         perform 362-copy-one-additional-earning
            until xAddEarnEofFlag = 'y'.
         close addearnfile.
         close addearnnewfile.
         call "CBL_DELETE_FILE" using xAddEarnFileName.
         call "CBL_RENAME_FILE" using xAddEarnNewFileName
                                       xAddEarnFileName.
         move 0 to return-code.
         if nAddHeldCount > 0
            display nAddHeldCount
               ' additional earning(s) held for employees not paid'
         end-if.

       362-copy-one-additional-earning.
         read addearnfile
           at end
              move 'y' to xAddEarnEofFlag
           not at end
              perform 134-check-additional-earning,
              if AddEarningDue
                 if xAddPaidFlag(nAddEarnEmpNum + 1) = 'y'
                    add 1 to nAddPaidCount
                 else
                    add 1 to nAddHeldCount,
                    write xAddEarnNewRecord from xAddEarnRecord
                 end-if
              else
                 write xAddEarnNewRecord from xAddEarnRecord
              end-if
         end-read.
