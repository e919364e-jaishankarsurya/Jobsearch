           05  nFutaWageBase       pic 9(7)v99 value 0.
           05  nSutaRate           pic v9999   value 0.
           05  nSutaWageBase       pic 9(7)v99 value 0.
           05  nTaxBasisPeriods    pic 999     value 52.
           05  nSuppFederalRate    pic v9999   value 0.
           05  nSuppStateRate      pic v9999   value 0.
           05  xTaxTableSwitch     pic x       value 'n'.
               88  TaxTableLoaded          value 'y'.

       01  xTaxBracketTable.
           05  xTaxBracketEntry occurs 90 times.
               10  xTaxBracketJuris    pic x.
               10  xTaxBracketState    pic xx.
               10  xTaxBracketStatus   pic x.
               10  nTaxBracketFloor    pic 9(7)v99.
               10  nTaxBracketRate     pic v9999.

       01  xStateTaxTable.
           05  nStateTaxCount      pic 99      value 0.
           05  xStateTaxEntry occurs 20 times.
               10  xStTaxState         pic xx.
               10  nStAllowanceAmount  pic 9(5)v99.
               10  xStAllowanceSwitch  pic x.
                   88  StAllowanceLoaded       value 'y'.
               10  xStBracketSwitch    pic x.
                   88  StBracketsLoaded        value 'y'.
               10  nStSutaRate         pic v9999.
               10  nStSutaWageBase     pic 9(7)v99.
               10  xStSutaSwitch       pic x.
                   88  StSutaLoaded            value 'y'.
               10  nStSuppRate         pic v9999.
               10  xStSuppSwitch       pic x.
                   88  StSuppLoaded            value 'y'.

       01  xReciprocityTable.
           05  nReciprocityCount   pic 99      value 0.
           05  xReciprocityEntry occurs 20 times.
               10  xRecipWorkState     pic xx.
               10  xRecipResidentState pic xx.
