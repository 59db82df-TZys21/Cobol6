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

        FD excFile.
        01    exc-out-rec pic X(132).
        *> a U transaction moves leave hours, not money -- the pay
        *> fields stay unedited because they stay unused
           if in-TransType not = "U"
              if not (in-PayCode = "S" or "H" or "C" or "L")
                 move "PayCode" to exc-Field
                 move "Pay code must be S, H, C, or L" to exc-Reason
                 perform 810-reject
              end-if

        *> a lump sum is paid exactly as keyed, with no hours or
        *> proration behind it -- only lab6fin's final-pay payout
        *> may use it
              if in-PayCode = "L"
                 if in-TransType not = space
                    or in-ReasonCode not = "FNL"
                    move "PayCode" to exc-Field
                    move "Lump-sum pay code is for final pay only"
                            to exc-Reason
                    perform 810-reject
                 end-if
              end-if

              if in-Pay not numeric or in-Pay <= 0
                 move "Pay" to exc-Field
                 move "Pay amount must be a positive number"
                 perform 810-reject
              end-if

        *> the W-4 fields may be blank (lab6 falls back to the marital
        *> status), but anything keyed must be something lab6 can use
              if not (ms-FilingStatus = "S" or "M" or "H" or " ")
                 move "FilingStatus" to exc-Field
                 move "W-4 filing status must be S, M, or H"
                         to exc-Reason
                 perform 810-reject
              end-if

              if not (ms-Exempt = "Y" or "N" or " ")
                 move "Exempt" to exc-Field
                 move "W-4 exempt flag must be Y or N" to exc-Reason
                 perform 810-reject
              end-if

              move ms-DOB to ws-chk-date
              perform 820-checkDate
              if not ws-is-date-ok
