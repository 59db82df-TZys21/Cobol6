           05 ytd-Insurance             PIC S9(7)v99.
           05 ytd-OtherDeds             PIC S9(7)v99.
           05 ytd-NetPay                PIC S9(9)v99.
           05 ytd-SS-Wages              PIC S9(9)v99.
           05 ytd-SocSec                PIC S9(7)v99.
           05 ytd-Med-Wages             PIC S9(9)v99.
           05 ytd-Medicare              PIC S9(7)v99.

        FD k4RemitFile.
        01    k4r-out-rec pic X(80).
