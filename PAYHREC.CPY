           05  nPayHistDeductions      pic 9(5)v99.
           05  nPayHistNet             pic 9(5)v99.
           05  xPayHistMethod          pic x(7).
           05  xPayHistWhState         pic xx.
           05  xPayHistSutaState       pic xx.
           05  nPayHistBonus           pic 9(5)v99.
           05  nPayHistCommission      pic 9(5)v99.
           05  nPayHistRetro           pic 9(5)v99.
           05  nPayHistReimbursement   pic 9(5)v99.
           05  nPayHistLeaveHours      pic 999v99.
           05  xPayHistLaborSplit.
               10  xPayHistLaborDept occurs 10 times.
                   15  nPayHistDeptGross   pic 9(5)v99.
                   15  nPayHistDeptErTax   pic 9(5)v99.
