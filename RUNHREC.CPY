           05  xRhPeriodId.
               10  xRhPeriodYear       pic x(4).
               10  filler              pic x(4).
           05  nRhGross                pic s9(9)v99.
           05  nRhWithholding          pic s9(9)v99.
           05  nRhDeductions           pic s9(9)v99.
           05  nRhNetPay               pic s9(9)v99.
           05  xRhRunType              pic x.
               88  RegularRun                  value 'R' ' '.
               88  OffCycleRun                 value 'O'.
