           05 ytd-Insurance             PIC S9(7)v99.
           05 ytd-OtherDeds             PIC S9(7)v99.
           05 ytd-NetPay                PIC S9(9)v99.
           05 ytd-SS-Wages              PIC S9(9)v99.
           05 ytd-SocSec                PIC S9(7)v99.
           05 ytd-Med-Wages             PIC S9(9)v99.
           05 ytd-Medicare              PIC S9(7)v99.

        FD ytdPrior.
          01  yp-record.
           05 yp-Insurance              PIC S9(7)v99.
           05 yp-OtherDeds              PIC S9(7)v99.
           05 yp-NetPay                 PIC S9(9)v99.
           05 yp-SS-Wages               PIC S9(9)v99.
           05 yp-SocSec                 PIC S9(7)v99.
           05 yp-Med-Wages              PIC S9(9)v99.
           05 yp-Medicare               PIC S9(7)v99.

        FD balRptFile.
        01    bal-out-rec pic X(132).
