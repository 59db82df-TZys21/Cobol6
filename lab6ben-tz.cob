           05 ms-Status                  PIC X.
           05 ms-TermDate                PIC 9(8).
           05 ms-PayMethod               PIC X.
           05 ms-FilingStatus            PIC X.
           05 ms-DepCredit               PIC 9(5)v99.
           05 ms-OtherIncome             PIC 9(7)v99.
           05 ms-ExtraWH                 PIC 9(5)v99.
           05 ms-Exempt                  PIC X.
           05 ms-SSN                     PIC 9(9).
           05 ms-ZipCode                 PIC X(5).

        FD benRptFile.
        01    ben-out-rec pic X(132).
