           05  nRetroEmpNum            pic 9999.
           05  xRetroEffPeriod         pic x(8).
           05  xRetroChangePeriod      pic x(8).
           05  nRetroOldRate           pic 9(5)v99.
           05  nRetroNewRate           pic 9(5)v99.
           05  xRetroEmployeeType      pic x.
               88  RetroSalaried               value 'S'.
           05  xRetroOvertimeFlag      pic x.
               88  RetroOvertimeEligible       value 'Y'.
           05  nRetroOvertimeRate      pic 9v99.
           05  xRetroBatchId           pic x(8).
           05  xRetroChangeDate        pic x(8).
