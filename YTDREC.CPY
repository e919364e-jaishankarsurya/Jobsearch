           05  nQtdSutaWagesElement    pic 9(7)v99.
           05  xQtdQuarterElement      pic x(6).
           05  xYtdLastPeriodElement   pic x(8).
           05  nQtdFicaElement         pic 9(7)v99.
           05  nQtdFederalElement      pic 9(7)v99.
           05  xYtdStateElement occurs 3 times.
               10  xYtdStateCode           pic xx.
               10  nYtdStateWhElement      pic 9(7)v99.
               10  nYtdStateSutaElement    pic 9(7)v99.
               10  nQtdStateGrossElement   pic 9(7)v99.
               10  nQtdStateSutaElement    pic 9(7)v99.
               10  nQtdStateWhElement      pic 9(7)v99.
