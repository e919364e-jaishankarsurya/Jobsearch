           05  nLabEmpNum              pic 9999.
           05  nLabChargeDept          pic 9.
           05  nLabHours               pic 999v99.
