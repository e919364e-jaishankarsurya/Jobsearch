           05  nPosPayNumber           pic 9(6).
           05  xPosPayDate             pic x(8).
           05  nPosPayAmount           pic 9(7)v99.
           05  xPosPayPayee            pic x(40).
           05  xPosPayAction           pic x.
               88  PosPayIssue                 value 'I'.
               88  PosPayVoid                  value 'V'.
               88  PosPayStop                  value 'S'.
