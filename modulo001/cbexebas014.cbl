
       FD  RETRANS-ARQ
           RECORDING MODE IS F.
       01  RET-REG                   PIC X(60).

       FD  RETRANSLOG-ARQ
           RECORDING MODE IS F.
