        *> transaction's region and department up on the employee
        *> master, sorts the file into region / department / employee
        *> order the same way lab6comm sorts with its SD file, and
        *> writes the sequenced file the register reads. An
        *> employee's own transactions keep the order they came in,
        *> so the final-pay run's leave transactions, which come
        *> last, post after the regular pay's accrual.
        *>
        *> A transaction with no master record sorts to the front
        *> under blank keys -- the register prints and rejects it the
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

        SD  sortFile.
          01  srt-record.
         sort sortFile on ascending key srt-Region
                                        srt-Dept
                                        srt-Emp
             with duplicates in order
             input procedure is 200-buildSortFile
             output procedure is 300-writeSequenced

