           05  xSuspDate               pic x(8).
           05  xSuspCode               pic x(3).
           05  xSuspReason             pic x(30).
           05  xSuspData               pic x(153).
