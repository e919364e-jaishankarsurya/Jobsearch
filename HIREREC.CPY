           05  nHireEmpNum             pic 9999.
           05  xHireEventType          pic x.
               88  NewHireEvent                value 'H'.
               88  RehireEvent                 value 'R'.
               88  SeparationEvent             value 'T'.
           05  xHireEventDate          pic x(8).
           05  xHireCaptureDate        pic x(8).
           05  xHireBatchId            pic x(8).
           05  xHireSsn                pic x(9).
           05  xHireLastName           pic x(20).
           05  xHireFirstName          pic x(20).
           05  xHireStreetAddress      pic x(30).
           05  xHireCity               pic x(20).
           05  xHireAddressState       pic xx.
           05  xHireZipCode            pic x(5).
           05  xHireWorkState          pic xx.
