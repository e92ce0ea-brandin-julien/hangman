          05 dl-result  PIC x(4).
          05 FILLER     PIC x(1).
          05 dl-points  PIC x(5).
          05 FILLER     PIC x(1).
          05 dl-word    PIC x(30).
          05 FILLER     PIC x(1).
          05 dl-time    PIC x(6).

       FD DUELREPFILE.
       01 duelrep-fd-record PIC x(120).
