
       identification division.
       program-id. Payroll-16n.

       environment division.
       input-output section.

       file-control.
          select optional hirefile
              assign to "Payroll.hireEvents.txt"
              organization is line sequential.

          select hirenewfile
              assign to "Payroll.hireEvents.new.tmp"
              organization is line sequential.

          select masterfile assign to "Payroll.masterS.txt"
              organization is line sequential.

          select optional emplrfile assign to "Payroll.employer.txt"
              organization is line sequential.

          select newhirefile assign to "Payroll.stateNewHire.txt"
              organization is line sequential.

          select reportfile assign to "Payroll.newHireReport.txt"
              organization is line sequential.

       data division.
       file section.

       fd  hirefile.
       01  xHireRecord.
           copy HIREREC.

       fd  hirenewfile.
       01  xHireNewRecord              pic x(137).

       fd  masterfile.
       01  xMasterRecord.
           copy MASTREC.

       fd  emplrfile.
       01  xEmployerRecord.
           05  xEmplrFeinIn            pic x(9).
           05  xEmplrNameIn            pic x(30).
           05  xEmplrStreetIn          pic x(30).
           05  xEmplrCityIn            pic x(20).
           05  xEmplrStateIn           pic xx.
           05  xEmplrZipIn             pic x(5).

       fd  newhirefile.
       01  xNewHireRecord.
           05  xNhRecordType           pic x.
           05  filler                  pic x(155).
       01  xNhEmployerRecord redefines xNewHireRecord.
           05  filler                  pic x.
           05  xNhEmplrFein            pic x(9).
           05  xNhEmplrName            pic x(30).
           05  xNhEmplrStreet          pic x(30).
           05  xNhEmplrCity            pic x(20).
           05  xNhEmplrState           pic xx.
           05  xNhEmplrZip             pic x(5).
           05  xNhFileDate             pic x(8).
           05  filler                  pic x(51).
       01  xNhEmployeeRecord redefines xNewHireRecord.
           05  filler                  pic x.
           05  xNhEventType            pic x.
           05  xNhSsn                  pic x(9).
           05  xNhLastName             pic x(20).
           05  xNhFirstName            pic x(20).
           05  xNhStreet               pic x(30).
           05  xNhCity                 pic x(20).
           05  xNhState                pic xx.
           05  xNhZip                  pic x(5).
           05  xNhEventDate            pic x(8).
           05  xNhWorkState            pic xx.
           05  nNhEmpNum               pic 9999.
           05  filler                  pic x(34).
       01  xNhTrailerRecord redefines xNewHireRecord.
           05  filler                  pic x.
           05  nNhEmployeeCount        pic 9(5).
           05  filler                  pic x(150).

       fd  reportfile.
       01  xReportLine                 pic x(120).


       working-storage section.

       77  xHireEofFlag            pic x       value 'n'.
       77  xMasterEofFlag          pic x       value 'n'.
       77  xEmployerSwitch         pic x       value 'n'.
           88  EmployerOnFile              value 'y'.
       77  xCompleteSwitch         pic x       value 'y'.
           88  EventComplete               value 'y'.
       77  xHoldReasonText         pic x(24).
       77  nEventCount             pic 9(5)    value 0.
       77  nSentCount              pic 9(5)    value 0.
       77  nHeldCount              pic 9(5)    value 0.
       77  nLateCount              pic 9(5)    value 0.
       77  nOverdueCount           pic 9(5)    value 0.
       77  nDaysOld                pic s9(7)   value 0.
       77  nRunDayNumber           pic 9(7)    value 0.
       77  nEventDayNumber         pic 9(7)    value 0.
       77  nDayNumber              pic 9(7)    value 0.
       77  nReportingDays          pic 99      value 20.
       77  nPriorYear              pic 9999.
       77  nYearQuotient           pic 9(5).
       77  nYearRemainder          pic 999.
       77  xLeapYearSwitch         pic x       value 'n'.
           88  LeapYear                    value 'y'.
       77  xHireFileName           pic x(22)
               value "Payroll.hireEvents.txt".
       77  xHireNewFileName        pic x(26)
               value "Payroll.hireEvents.new.tmp".

       01  xRunDate.
           05  nRunCcyy                pic 9999.
           05  nRunMm                  pic 99.
           05  nRunDd                  pic 99.

       01  xDateParts.
           05  nDateCcyy               pic 9999.
           05  nDateMm                 pic 99.
               88  DateMonthValid              value 1 thru 12.
           05  nDateDd                 pic 99.

       01  xMonthStartDays.
           05  filler                  pic x(36)   value
               '000031059090120151181212243273304334'.
       01  xMonthStartTable redefines xMonthStartDays.
           05  nMonthStartDays occurs 12 times
                   pic 999.

       01  xMasterAddressTable.
           05  xMasterAddressEntry occurs 10000 times.
               10  xMaOnFileFlag       pic x       value 'n'.
               10  xMaSsn              pic x(9).
               10  xMaStreet           pic x(30).
               10  xMaCity             pic x(20).
               10  xMaState            pic xx.
               10  xMaZip              pic x(5).
               10  xMaWorkState        pic xx.

       01  xReportHeading.
          05  filler              pic x(40)
              value "New-hire and separation reporting".
          05  filler              pic x(9)    value "Run Date:".
          05  neRunMm             pic 99.
          05  filler              pic x       value '/'.
          05  neRunDd             pic 99.
          05  filler              pic x       value '/'.
          05  neRunCcyy           pic 9999.

       01  xReportColumnHeads.
          05  filler              pic x(6)    value "Emp   ".
          05  filler              pic x(22)   value "Name".
          05  filler              pic x(12)   value "Event".
          05  filler              pic x(10)   value "Date".
          05  filler              pic x(6)    value "State ".
          05  filler              pic x(10)   value "  Days old".
          05  filler              pic xx      value spaces.
          05  filler              pic x(26)   value "Status".
          05  filler              pic x(14)   value "Flag".

       01  xReportDetail.
          05  neReportEmpNum      pic 9999.
          05  filler              pic xx      value spaces.
          05  xReportLastName     pic x(20).
          05  filler              pic xx      value spaces.
          05  xReportEventText    pic x(10).
          05  filler              pic xx      value spaces.
          05  xReportEventDate    pic x(8).
          05  filler              pic xx      value spaces.
          05  xReportWorkState    pic xx.
          05  filler              pic x(4)    value spaces.
          05  neReportDaysOld     pic zzzz9.
          05  filler              pic x(5)    value " days".
          05  filler              pic xx      value spaces.
          05  xReportStatus       pic x(24).
          05  filler              pic xx      value spaces.
          05  xReportFlag         pic x(14).

       01  xReportSummaryLine.
          05  neReportSummaryCount pic zzzz9.
          05  xReportSummaryText  pic x(50).


       procedure division.
       000-main.
          perform 100-initialization.
          perform 200-process-one-event
             until xHireEofFlag = 'y'.
          perform 300-termination.
          stop run.


       100-initialization.
          accept xRunDate from date yyyymmdd.
          move nRunMm to neRunMm.
          move nRunDd to neRunDd.
          move nRunCcyy to neRunCcyy.
          move xRunDate to xDateParts.
          perform 230-compute-day-number.
          move nDayNumber to nRunDayNumber.
          perform 102-read-employer.
          perform 105-load-master-addresses.
          open input hirefile.
          open output hirenewfile.
          open output newhirefile.
          open output reportfile.
          write xReportLine from xReportHeading.
          move spaces to xReportLine.
          write xReportLine.
          write xReportLine from xReportColumnHeads.
          move spaces to xNewHireRecord.
          move 'E' to xNhRecordType.
          move xEmplrFeinIn to xNhEmplrFein.
          move xEmplrNameIn to xNhEmplrName.
          move xEmplrStreetIn to xNhEmplrStreet.
          move xEmplrCityIn to xNhEmplrCity.
          move xEmplrStateIn to xNhEmplrState.
          move xEmplrZipIn to xNhEmplrZip.
          move xRunDate to xNhFileDate.
          write xNewHireRecord.

       102-read-employer.
          open input emplrfile.
          read emplrfile
            at end
               continue
            not at end
               if xEmplrFeinIn is numeric
                  and xEmplrNameIn not = spaces
                  move 'y' to xEmployerSwitch
               end-if
          end-read.
          close emplrfile.
          if not EmployerOnFile
             display 'OPERATOR -- EMPLOYER FEIN AND NAME NOT FOUND IN '
                'Payroll.employer.txt'
             display 'RUN STOPPED -- NOTHING PROCESSED'
             stop run
          end-if.

       105-load-master-addresses.
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
                  if nEmpNum is numeric
                     move 'y' to xMaOnFileFlag(nEmpNum + 1),
                     move xSsn to xMaSsn(nEmpNum + 1),
                     move xStreetAddress to xMaStreet(nEmpNum + 1),
                     move xCity to xMaCity(nEmpNum + 1),
                     move xAddressState to xMaState(nEmpNum + 1),
                     move xZipCode to xMaZip(nEmpNum + 1),
                     move xWorkState to xMaWorkState(nEmpNum + 1)
                  end-if
               end-if
          end-read.


       200-process-one-event.
          read hirefile
            at end
               move 'y' to xHireEofFlag
            not at end
               add 1 to nEventCount,
               perform 210-report-one-event
          end-read.

       210-report-one-event.
          if nHireEmpNum is numeric
             if xMaOnFileFlag(nHireEmpNum + 1) = 'y'
                perform 212-refresh-from-master
             end-if
          end-if.
          perform 215-check-complete.
          move xHireEventDate to xDateParts.
          if xDateParts is numeric
             and DateMonthValid
             perform 230-compute-day-number
             move nDayNumber to nEventDayNumber
             compute nDaysOld = nRunDayNumber - nEventDayNumber
          else
             move 0 to nDaysOld
          end-if.
          if nDaysOld < 0
             move 0 to nDaysOld
          end-if.
          move nHireEmpNum to neReportEmpNum.
          move xHireLastName to xReportLastName.
          if NewHireEvent
             move 'NEW HIRE' to xReportEventText
          else
             if RehireEvent
                move 'REHIRE' to xReportEventText
             else
                move 'SEPARATION' to xReportEventText
             end-if
          end-if.
          move xHireEventDate to xReportEventDate.
          move xHireWorkState to xReportWorkState.
          move nDaysOld to neReportDaysOld.
          move spaces to xReportFlag.
          if EventComplete
             perform 220-write-state-record
             add 1 to nSentCount
             move 'IN STATE FILE' to xReportStatus
             if not SeparationEvent
                and nDaysOld > nReportingDays
                add 1 to nLateCount
                move 'LATE' to xReportFlag
             end-if
          else
             write xHireNewRecord from xHireRecord
             add 1 to nHeldCount
             move xHoldReasonText to xReportStatus
             if not SeparationEvent
                and nDaysOld > nReportingDays
                add 1 to nOverdueCount
                move '** OVERDUE **' to xReportFlag
             end-if
          end-if.
          write xReportLine from xReportDetail.

       212-refresh-from-master.
          if xMaSsn(nHireEmpNum + 1) not = spaces
             move xMaSsn(nHireEmpNum + 1) to xHireSsn
          end-if.
          if xMaStreet(nHireEmpNum + 1) not = spaces
             move xMaStreet(nHireEmpNum + 1) to xHireStreetAddress
             move xMaCity(nHireEmpNum + 1) to xHireCity
             move xMaState(nHireEmpNum + 1) to xHireAddressState
             move xMaZip(nHireEmpNum + 1) to xHireZipCode
          end-if.
          if xHireWorkState = spaces
             move xMaWorkState(nHireEmpNum + 1) to xHireWorkState
          end-if.

       215-check-complete.
          move 'y' to xCompleteSwitch.
          move spaces to xHoldReasonText.
          if xHireSsn is not numeric
             or xHireSsn = '000000000'
             move 'n' to xCompleteSwitch
             move 'HELD -- NO SSN' to xHoldReasonText
          else
             if xHireStreetAddress = spaces or xHireCity = spaces
                or xHireAddressState = spaces or xHireZipCode = spaces
                move 'n' to xCompleteSwitch
                move 'HELD -- NO ADDRESS' to xHoldReasonText
             else
                if xHireEventDate is not numeric
                   move 'n' to xCompleteSwitch
                   move 'HELD -- NO EVENT DATE' to xHoldReasonText
                end-if
             end-if
          end-if.

       220-write-state-record.
          move spaces to xNewHireRecord.
          move 'W' to xNhRecordType.
          move xHireEventType to xNhEventType.
          move xHireSsn to xNhSsn.
          move xHireLastName to xNhLastName.
          move xHireFirstName to xNhFirstName.
          move xHireStreetAddress to xNhStreet.
          move xHireCity to xNhCity.
          move xHireAddressState to xNhState.
          move xHireZipCode to xNhZip.
          move xHireEventDate to xNhEventDate.
          move xHireWorkState to xNhWorkState.
          move nHireEmpNum to nNhEmpNum.
          write xNewHireRecord.

       230-compute-day-number.
          move 'n' to xLeapYearSwitch.
          divide nDateCcyy by 4 giving nYearQuotient
             remainder nYearRemainder.
          if nYearRemainder = 0
             move 'y' to xLeapYearSwitch
             divide nDateCcyy by 100 giving nYearQuotient
                remainder nYearRemainder
             if nYearRemainder = 0
                move 'n' to xLeapYearSwitch
                divide nDateCcyy by 400 giving nYearQuotient
                   remainder nYearRemainder
                if nYearRemainder = 0
                   move 'y' to xLeapYearSwitch
                end-if
             end-if
          end-if.
          subtract 1 from nDateCcyy giving nPriorYear.
          compute nDayNumber = nPriorYear * 365.
          divide nPriorYear by 4 giving nYearQuotient.
          add nYearQuotient to nDayNumber.
          divide nPriorYear by 100 giving nYearQuotient.
          subtract nYearQuotient from nDayNumber.
          divide nPriorYear by 400 giving nYearQuotient.
          add nYearQuotient to nDayNumber.
          add nMonthStartDays(nDateMm) nDateDd to nDayNumber.
          if LeapYear and nDateMm > 2
             add 1 to nDayNumber
          end-if.


       300-termination.
         move spaces to xNewHireRecord.
         move 'T' to xNhRecordType.
         move nSentCount to nNhEmployeeCount.
         write xNewHireRecord.
         close hirefile.
         close hirenewfile.
         close newhirefile.
         call "CBL_DELETE_FILE" using xHireFileName.
         call "CBL_RENAME_FILE" using xHireNewFileName
                                       xHireFileName.
         move 0 to return-code.
         move spaces to xReportLine.
         write xReportLine.
         move nEventCount to neReportSummaryCount.
         move ' event(s) pending at start of run'
           to xReportSummaryText.
         write xReportLine from xReportSummaryLine.
         move nSentCount to neReportSummaryCount.
         move ' event(s) written to the state reporting file'
           to xReportSummaryText.
         write xReportLine from xReportSummaryLine.
         move nLateCount to neReportSummaryCount.
         move ' hire(s) reported after the 20-day deadline'
           to xReportSummaryText.
         write xReportLine from xReportSummaryLine.
         move nHeldCount to neReportSummaryCount.
         move ' event(s) not yet transmitted -- held'
           to xReportSummaryText.
         write xReportLine from xReportSummaryLine.
         move nOverdueCount to neReportSummaryCount.
         move ' held hire(s) past the 20-day deadline'
           to xReportSummaryText.
         write xReportLine from xReportSummaryLine.
         close reportfile.
         display 'New-hire reporting complete -- '.
         display nSentCount ' event(s) written, '
            nHeldCount ' held, '
            nOverdueCount ' held past the deadline.'.
         if nOverdueCount > 0
            display 'WARNING -- ' nOverdueCount
               ' NEW HIRE(S) OVERDUE FOR STATE REPORTING'
         end-if.
