           05  xTlhPeriodId            pic x(8).
           05  xTlhRunType             pic x.
               88  TlhRegularRun               value 'R'.
               88  TlhOffCycleRun              value 'O'.
           05  xTlhRunDate             pic x(8).
           05  nTlhGross               pic s9(9)v99.
           05  nTlhFica                pic s9(9)v99.
           05  nTlhErFica              pic s9(9)v99.
           05  nTlhFederal             pic s9(9)v99.
           05  nTlhState               pic s9(9)v99.
           05  nTlhFuta                pic s9(9)v99.
           05  nTlhSuta                pic s9(9)v99.
