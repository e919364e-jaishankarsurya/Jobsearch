               88  LeaveStatus             value 'L'.
               88  SuspendedStatus         value 'S'.
               88  TerminatedStatus        value 'T'.
           05  xWorkState          pic xx.
           05  xResidentState      pic xx.
           05  xPayFrequency       pic x.
               88  WeeklyPay               value 'W' ' '.
               88  BiweeklyPay             value 'B'.
               88  SemimonthlyPay          value 'S'.
               88  MonthlyPay              value 'M'.
           05  xSsn                pic x(9).
           05  xStreetAddress      pic x(30).
           05  xCity               pic x(20).
           05  xAddressState       pic xx.
           05  xZipCode            pic x(5).
