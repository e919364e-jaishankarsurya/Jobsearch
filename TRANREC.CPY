           05  xTranFilingStatus       pic x.
           05  nTranAllowances         pic 99.
           05  xTranEmpStatus          pic x.
           05  xTranEffectivePeriod    pic x(8).
           05  xTranWorkState          pic xx.
           05  xTranResidentState      pic xx.
           05  xTranPayFrequency       pic x.
           05  xTranSsn                pic x(9).
           05  xTranStreetAddress      pic x(30).
           05  xTranCity               pic x(20).
           05  xTranAddressState       pic xx.
           05  xTranZipCode            pic x(5).
           05  xTranEventDate          pic x(8).
