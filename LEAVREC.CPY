           05  nLvEmpNum               pic 9999.
           05  nLvVacationBalance      pic s9(4)v99.
           05  nLvSickBalance          pic s9(4)v99.
           05  nLvVacationRate         pic v9999.
           05  nLvSickRate             pic v9999.
           05  nLvVacationFlat         pic 99v99.
           05  nLvSickFlat             pic 99v99.
           05  nLvVacationCap          pic 9(3)v99.
           05  nLvSickCap              pic 9(3)v99.
           05  nLvVacationAccrued      pic 9(4)v99.
           05  nLvVacationTaken        pic 9(4)v99.
           05  nLvSickAccrued          pic 9(4)v99.
           05  nLvSickTaken            pic 9(4)v99.
           05  xLvLeaveYear            pic x(4).
           05  xLvLastPeriod           pic x(8).
