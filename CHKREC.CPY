           05  nCkRegEmpNum            pic 9999.
           05  xCkRegPayee             pic x(40).
           05  nCkRegAmount            pic 9(7)v99.
           05  xCkRegType              pic x.
               88  RegularCheck                value 'R' ' '.
               88  ManualCheck                 value 'M'.
               88  ReplacementCheck            value 'P'.
           05  xCkRegStatus            pic x.
               88  CheckIssued                 value ' '.
               88  CheckVoided                 value 'V'.
               88  CheckStopped                value 'S'.
           05  xCkRegActionDate        pic x(8).
