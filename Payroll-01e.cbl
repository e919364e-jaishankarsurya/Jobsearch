           05  xTranOperator           pic x(8).
           05  nTranExpectedCount      pic 9(5).
           05  nTranExpectedHash       pic 9(9)v99.
           05  filler                  pic x(120).

       fd  editedfile.
       01  xEditedRecord               pic x(153).

       fd  rejectfile.
       01  xRejectRecord.
           05  xRejectData             pic x(153).
           05  filler                  pic x       value spaces.
           05  xRejectCode             pic x(3).
           05  filler                  pic x       value spaces.
           05  xSuspNewDate            pic x(8).
           05  xSuspNewCode            pic x(3).
           05  xSuspNewReason          pic x(30).
           05  xSuspNewData            pic x(153).

       fd  corrfile.
       01  xCorrRecord.
           05  xCorrBatchId            pic x(8).
           05  xCorrTranData           pic x(153).


       working-storage section.
       77  nCorrFailedCount        pic 9(5)    value 0.
       77  nCorrNoMatchCount       pic 9(5)    value 0.
       77  nSuspOpenCount          pic 9(5)    value 0.
       77  nEventMonthDays         pic 99.
       77  nYearQuotient           pic 9(5).
       77  nYearRemainder          pic 999.
       77  xLeapYearSwitch         pic x       value 'n'.
           88  LeapYear                    value 'y'.

       01  xSuspenseTable.
           05  xSuspenseEntry occurs 500 times.
               10  xSuspDateTable      pic x(8).
               10  xSuspCodeTable      pic x(3).
               10  xSuspReasonTable    pic x(30).
               10  xSuspDataTable      pic x(153).

       01  xStateCodeEdit.
           05  xStateCodeChar1         pic x.
               88  StateChar1Valid             value 'A' thru 'Z'.
           05  xStateCodeChar2         pic x.
               88  StateChar2Valid             value 'A' thru 'Z'.

       01  xEventDateEdit.
           05  nEventCcyy              pic 9999.
           05  nEventMm                pic 99.
               88  EventMonthValid             value 1 thru 12.
           05  nEventDd                pic 99.
               88  EventDayValid               value 1 thru 31.

       01  xMonthLengths.
           05  filler                  pic x(24)   value
               '312831303130313130313031'.
       01  xMonthLengthTable redefines xMonthLengths.
           05  nMonthLength occurs 12 times
                   pic 99.

       01  xRunDate.
           05  nRunCcyy                pic 9999.
                   and (xTranCode = 'A' or 'C' or 'S')
                   perform 235-validate-emp-status
                end-if
                if ValidTransaction
                   and xTranEventDate not = spaces
                   perform 237-validate-event-date
                end-if
             end-if
          end-if.

                end-if
             end-if
          end-if.
          if ValidTransaction
             and xTranEffectivePeriod not = spaces
             perform 232-validate-effective-period
          end-if.
          if ValidTransaction
             and xTranWorkState not = spaces
             move xTranWorkState to xStateCodeEdit
             perform 233-validate-state-code
          end-if.
          if ValidTransaction
             and xTranResidentState not = spaces
             move xTranResidentState to xStateCodeEdit
             perform 233-validate-state-code
          end-if.
          if ValidTransaction
             if xTranPayFrequency not = 'W' and 'B' and 'S' and 'M'
                and ' '
                move 'n' to xTranValidSwitch
                move 'E19' to xRejectCodeText
                move 'INVALID PAY FREQUENCY' to xRejectReasonText
             else
                if xTranEmployeeType = 'H'
                   and xTranPayFrequency not = 'W' and ' '
                   move 'n' to xTranValidSwitch
                   move 'E19' to xRejectCodeText
                   move 'HOURLY PAY MUST BE WEEKLY'
                     to xRejectReasonText
                end-if
             end-if
          end-if.
          if ValidTransaction
             and xTranSsn not = spaces
             if xTranSsn is not numeric
                or xTranSsn = '000000000'
                move 'n' to xTranValidSwitch
                move 'E20' to xRejectCodeText
                move 'INVALID SOCIAL SECURITY NUMBER'
                  to xRejectReasonText
             end-if
          end-if.
          if ValidTransaction
             and xTranAddressState not = spaces
             move xTranAddressState to xStateCodeEdit
             perform 233-validate-state-code
          end-if.
          if ValidTransaction
             and xTranZipCode not = spaces
             if xTranZipCode is not numeric
                move 'n' to xTranValidSwitch
                move 'E21' to xRejectCodeText
                move 'INVALID ZIP CODE' to xRejectReasonText
             end-if
          end-if.

       232-validate-effective-period.
          if xTranCode not = 'C'
             or xTranEffectivePeriod is not numeric
             or xTranEffectivePeriod > xPayPeriodId
             move 'n' to xTranValidSwitch
             move 'E17' to xRejectCodeText
             move 'INVALID EFFECTIVE PERIOD' to xRejectReasonText
          end-if.

       233-validate-state-code.
          if not StateChar1Valid or not StateChar2Valid
             move 'n' to xTranValidSwitch
             move 'E18' to xRejectCodeText
             move 'INVALID STATE CODE' to xRejectReasonText
          end-if.

       235-validate-emp-status.
          if xTranCode = 'S'
             end-if
          end-if.

       237-validate-event-date.
          move xTranEventDate to xEventDateEdit.
          if xTranCode = 'D'
             or xEventDateEdit is not numeric
             move 'n' to xTranValidSwitch
          else
             if not EventMonthValid or not EventDayValid
                move 'n' to xTranValidSwitch
             else
                perform 238-check-days-in-month
             end-if
          end-if.
          if not ValidTransaction
             move 'E22' to xRejectCodeText
             move 'INVALID HIRE/SEPARATION DATE' to xRejectReasonText
          end-if.

       238-check-days-in-month.
          move nMonthLength(nEventMm) to nEventMonthDays.
          if nEventMm = 2
             move 'n' to xLeapYearSwitch
             divide nEventCcyy by 4 giving nYearQuotient
                remainder nYearRemainder
             if nYearRemainder = 0
                move 'y' to xLeapYearSwitch
                divide nEventCcyy by 100 giving nYearQuotient
                   remainder nYearRemainder
                if nYearRemainder = 0
                   move 'n' to xLeapYearSwitch
                   divide nEventCcyy by 400 giving nYearQuotient
                      remainder nYearRemainder
                   if nYearRemainder = 0
                      move 'y' to xLeapYearSwitch
                   end-if
                end-if
             end-if
             if LeapYear
                add 1 to nEventMonthDays
             end-if
          end-if.
          if nEventDd > nEventMonthDays
             move 'n' to xTranValidSwitch
          end-if.

       270-write-reject.
          add 1 to nRejectCount.
          move spaces to xRejectRecord.
