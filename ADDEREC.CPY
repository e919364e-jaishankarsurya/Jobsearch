           05  nAddEarnEmpNum          pic 9999.
           05  xAddEarnPeriodId        pic x(8).
           05  xAddEarnType            pic x.
               88  BonusEarning                value 'B'.
               88  CommissionEarning           value 'C'.
               88  RetroEarning                value 'R'.
               88  ReimbursementEarning        value 'X'.
           05  nAddEarnAmount          pic 9(5)v99.
           05  xAddEarnReference       pic x(20).
