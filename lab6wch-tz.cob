        *> Tyler Zysberg
        *> Payroll fraud watch. lab6mnt, lab6bnk, lab6ded, lab6ret,
        *> and lab6fin each print their own audit listing, so nobody
        *> sees in one place that an employee's address and bank
        *> account both changed the same week -- the classic
        *> diverted-paycheck pattern. They all append field-level
        *> change records to CHGHIST as well; this program reads that
        *> history with this run's sequenced transactions and lists:
        *>
        *>   - a bank account change (lab6bnk) within WCHPARM's
        *>     address-window days after an address, city/state, or
        *>     ZIP change (lab6mnt)
        *>   - a second bank account change within WCHPARM's bank-
        *>     window days of an earlier one
        *>   - pay this run for an employee whose status is T and
        *>     whose period starts after the termination date. the
        *>     final-pay lump sum lab6fin generates (reason FNL) is
        *>     expected after termination and is not listed
        *>   - a payee change (lab6ded) on a garnishment order (CS,
        *>     GA, TL) still on file with room left under its cap
        *>
        *> The bank's own returns and notifications of change (lab6ret)
        *> are not counted as bank changes -- they cannot divert pay
        *> to an account the bank did not already hold. A change is
        *> listed while it is no older than WCHPARM's recent-days
        *> window, so a weekly run sees each one at least once without
        *> listing last year's moves forever. Each line says whether
        *> the employee is being paid in this run. Condition code 4
        *> means the report has entries; it does not hold the run.


        Identification Division.

        Program-Id.        lab6wch.

        environment division.
        input-output section.
        file-control.
           select wchParmFile assign to WCHPARM
               organization is line sequential
               file status is wp-file-status.

           select payParmFile assign to PAYPARM
               organization is line sequential
               file status is pp-file-status.

           select chgFile assign to CHGHIST
               organization is line sequential
               file status is ch-file-status.

           select inFile assign to INFILE
               organization is line sequential
               file status is in-file-status.

           select empMaster assign to EMPMSTR
               organization is indexed
               access mode is random
               record key is ms-EmpNumber
               file status is ms-file-status.

           select dedMaster assign to DEDMSTR
               organization is indexed
               access mode is random
               record key is dm-key
               file status is dm-file-status.

           select wchRptFile assign to WCHRPT
               organization is line sequential.


        Data Division.

        File Section.
        *> days from an address change to a bank change, days between
        *> two bank changes, and how recent a change must be to list
        FD wchParmFile.
          01  wp-record.
           05 wp-AddrDays              pic 9(3).
           05 wp-BankDays              pic 9(3).
           05 wp-RecentDays            pic 9(3).

        FD payParmFile.
          01  pp-record.
           05 pp-Cycle                 pic X.
           05 pp-PeriodStart           pic 9(8).
           05 pp-PeriodEnd             pic 9(8).

        FD chgFile.
          01  ch-record.
           05 ch-Date                  pic 9(8).
           05 ch-Source                pic X(8).
           05 ch-EmpNumber             pic X(5).
           05 ch-Action                pic X(3).
           05 ch-Field                 pic X(15).
           05 ch-Qual.
              10 ch-QualType           pic X(2).
              10 ch-QualSeq            pic X(2).
           05 ch-OldValue              pic X(30).
           05 ch-NewValue              pic X(30).

        FD inFile.
          01  in-record.
           05 in-EmpNumber             pic X(5).
           05 in-PayCode               pic X.
           05 in-Pay                   pic S9(7)v99.
           05 in-HoursPerweek          pic S9(2)v99.
           05 in-commissionrate        pic v999.
           05 in-SalesAmount           pic S9(7)v99.
           05 in-TransType             pic X.
           05 in-ReasonCode            pic X(3).

        FD empMaster.
          01  ms-record.
           05 ms-EmpNumber              Pic X(5).
           05 ms-RegionNum              PIC X(2).
           05 ms-RegionName              PIC X(15).
           05 ms-DepartmentNumber          PIC X(5).
           05 ms-DptName               Pic X(30).
           05 ms-LastName               PIC X(20).
           05 ms-FirstName               PIC X(15).
           05 ms-Gender                 Pic X(1).
           05 ms-Adress                  PIC X(20).
           05 ms-CityState              PIC X(20).
           05 ms-JobTitle               PIC X(20).
           05 ms-DOB                    Pic 9(8).
           05 ms-DOH                    PIC 9(8).
           05 ms-MaritalStatus                pic X(1).
           05 ms-Deps             PIC 9(2).
           05 ms-SchoolDistrict.
             10 ms-SchoolDistrict1      pic 9.
             10 ms-SchoolDistrict2      pic 9.
             10 ms-SchoolDistrict3      pic 9.
           05 ms-medcovered                  PIC X.
           05 ms-dentalcovered                  PIC X.
           05 ms-visioncovered                  PIC X.
           05 ms-401k                    PIC v9(3).
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

        FD dedMaster.
          01  dm-record.
           05 dm-key.
             10 dm-EmpNumber           pic X(5).
             10 dm-Seq                 pic 9(2).
           05 dm-Type                  pic X(2).
              88 dm-is-garnish         value "CS" "GA" "TL".
           05 dm-Method                pic X.
           05 dm-Amount                pic 9(7)v99.
           05 dm-Percent               pic v999.
           05 dm-Priority              pic 9(2).
           05 dm-PeriodCap             pic 9(7)v99.
           05 dm-LifetimeCap           pic 9(9)v99.
           05 dm-LifetimeTaken         pic 9(9)v99.
           05 dm-Payee                 pic X(20).
           05 dm-CaseNumber            pic X(20).

        FD wchRptFile.
        01    wch-out-rec pic X(132).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  ch-eof                 pic x value "n".
        01  wp-file-status         pic xx value spaces.
        01  pp-file-status         pic xx value spaces.
        01  ch-file-status         pic xx value spaces.
        01  in-file-status         pic xx value spaces.
        01  ms-file-status         pic xx value spaces.
        01  dm-file-status         pic xx value spaces.

        01  ws-addr-days           pic 9(3) value 30.
        01  ws-bank-days           pic 9(3) value 60.
        01  ws-recent-days         pic 9(3) value 14.
        01  ws-run-start           pic 9(8) value 0.

        01  ws-date.
            05  ws-yr              pic 9(4).
            05  ws-mo              pic 99.
            05  ws-dy              pic 99.
        01  ws-run-ymd             pic 9(8) value 0.
        01  ws-run-serial          pic 9(7) value 0.
        01  ws-recent-serial       pic s9(7) value 0.
        01  ws-keep-serial         pic s9(7) value 0.
        01  ws-days                pic s9(7) value 0.

        01 ws-cvt-date     pic 9(8).
        01 ws-cvt-date-r redefines ws-cvt-date.
            05 ws-cvt-yyyy pic 9(4).
            05 ws-cvt-mm   pic 9(2).
            05 ws-cvt-dd   pic 9(2).
        01 ws-cvt-serial   pic 9(7).
        01 ws-cvt-y1       pic 9(4).
        01 ws-cvt-q4       pic 9(4).
        01 ws-cvt-q100     pic 9(4).
        01 ws-cvt-q400     pic 9(4).
        01 ws-cvt-r4       pic 9(4).
        01 ws-cvt-r100     pic 9(4).
        01 ws-cvt-r400     pic 9(4).

        01 md-values       pic x(36)
               value "000031059090120151181212243273304334".
        01 md-table redefines md-values.
            05 md-days occurs 12 times pic 9(3).

        *> every employee with a transaction this run. FNL says the
        *> employee's only pay this run is the final-pay lump sum.
        01 paid-table.
            05 pd-count        pic 9(4) value 0.
            05 pd-entry occurs 0 to 5000 times
                   depending on pd-count indexed by pd-idx.
               10 pd-EmpNumber pic x(5).
               10 pd-Regular   pic x.
        01 ws-paid                 pic x.

        *> the change history inside the look-back, the kinds the
        *> watch cares about: A address, B bank account, P payee
        01 chg-table.
            05 cg-count        pic 9(4) value 0.
            05 cg-entry occurs 5000 times.
               10 cg-EmpNumber pic x(5).
               10 cg-Date      pic 9(8).
               10 cg-Serial    pic 9(7).
               10 cg-Kind      pic x.
               10 cg-QualSeq   pic x(2).
               10 cg-OldValue  pic x(30).
               10 cg-NewValue  pic x(30).
        01 cg-idx          pic 9(4).
        01 cg-idx2         pic 9(4).
        01 ws-kind         pic x.
        01 ws-found        pic x.

        01  ws-counts.
            05 ws-chg-read         pic 9(7) value 0.
            05 ws-addr-count       pic 9(7) value 0.
            05 ws-bank-count       pic 9(7) value 0.
            05 ws-term-count       pic 9(7) value 0.
            05 ws-payee-count      pic 9(7) value 0.
            05 ws-flag-count       pic 9(7) value 0.

        01  wch-title.
            05                  pic x(24) value "Payroll Fraud Watch".
            05                  pic x(10) value "Run date ".
            05  wt-RunDate      pic 9(8).
            05                  pic x(17) value "   Period start ".
            05  wt-Start        pic 9(8).

        01  wch-limit-line.
            05                  pic x(28)
               value "Windows: address to bank ".
            05  wl-AddrDays     pic zz9.
            05                  pic x(23) value " days, bank to bank ".
            05  wl-BankDays     pic zz9.
            05                  pic x(25) value " days, listed while ".
            05  wl-RecentDays   pic zz9.
            05                  pic x(10) value " days old".

        01  wch-hdr.
            05                     pic x(7)  value "Emp #".
            05                     pic x(23) value "Name".
            05                     pic x(4)  value "Paid".
            05                     pic x(10) value "Date".
            05                     pic x(43) value "Finding".
            05                     pic x(45) value "Detail".

        01  wch-detail.
            05  wd-EmpNumber       pic x(5).
            05                     pic x(2) value spaces.
            05  wd-Name            pic x(22).
            05                     pic x value spaces.
            05  wd-Paid            pic x.
            05                     pic x(3) value spaces.
            05  wd-Date            pic 9(8).
            05                     pic x(2) value spaces.
            05  wd-Finding         pic x(41).
            05                     pic x(2) value spaces.
            05  wd-Detail          pic x(45).

        01  wf-addr.
            05                     pic x(12) value "Bank change ".
            05  wfa-Days           pic zz9.
            05                     pic x(26)
               value " days after address change".
        01  wf-bank.
            05                     pic x(22)
               value "Second bank change in ".
            05  wfb-Days           pic zz9.
            05                     pic x(5) value " days".

        01  wx-acct.
            05                     pic x(12) value "new account ".
            05  wxa-Acct           pic x(30).
        01  wx-payee.
            05  wxp-Old            pic x(20).
            05                     pic x(4) value " -> ".
            05  wxp-New            pic x(20).
        01  wx-term.
            05                     pic x(14) value "period starts ".
            05  wxt-Start          pic 9(8).

        01  wch-count-line.
            05                     pic x(2) value spaces.
            05  wc-label           pic x(42).
            05  wc-count           pic zzz,zz9.

        01  blank-line             pic x value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize
           perform 200-loadPaid
           perform 300-loadChanges
           perform 400-checkTerminated
           perform 500-checkChanges
           perform 900-finalize

            stop run.

        100-initialize.

           open input wchParmFile
           if wp-file-status = "00"
              read wchParmFile
                 at end
                    continue
                 not at end
                    if wp-AddrDays numeric and wp-AddrDays > 0
                       move wp-AddrDays to ws-addr-days
                    else
                       display "WCHPARM address window is not usable"
                               " -- default of " ws-addr-days " used"
                    end-if
                    if wp-BankDays numeric and wp-BankDays > 0
                       move wp-BankDays to ws-bank-days
                    else
                       display "WCHPARM bank window is not usable --"
                               " default of " ws-bank-days " used"
                    end-if
                    if wp-RecentDays numeric and wp-RecentDays > 0
                       move wp-RecentDays to ws-recent-days
                    else
                       display "WCHPARM recent-days is not usable --"
                               " default of " ws-recent-days " used"
                    end-if
              end-read
              close wchParmFile
           else
              display "No WCHPARM card -- watch windows default to "
                      ws-addr-days ", " ws-bank-days ", and "
                      ws-recent-days " days"
           end-if

        *> the terminated-employee check needs the period start
           open input payParmFile
           if pp-file-status not = "00"
              display "PAYPARM could not be opened -- status "
                      pp-file-status " -- no fraud watch produced"
              move 8 to return-code
              stop run
           end-if
           read payParmFile
              at end
                 move spaces to pp-record
           end-read
           close payParmFile
           if pp-PeriodStart not numeric or pp-PeriodStart = 0
              display "PAYPARM period start is not usable -- no"
                      " fraud watch produced"
              move 8 to return-code
              stop run
           end-if
           move pp-PeriodStart to ws-run-start

           accept ws-date from date yyyymmdd
           compute ws-run-ymd = ws-yr * 10000 + ws-mo * 100 + ws-dy
           move ws-run-ymd to ws-cvt-date
           perform 850-dateToSerial
           move ws-cvt-serial to ws-run-serial
           compute ws-recent-serial = ws-run-serial - ws-recent-days
        *> an older change can still be the first half of a pattern
        *> whose second half is recent
           if ws-addr-days > ws-bank-days
              compute ws-keep-serial = ws-recent-serial - ws-addr-days
           else
              compute ws-keep-serial = ws-recent-serial - ws-bank-days
           end-if

           open input empMaster
           open input dedMaster
           open output wchRptFile
           move ws-run-ymd to wt-RunDate
           move ws-run-start to wt-Start
           write wch-out-rec from wch-title after advancing 1 line
           move ws-addr-days to wl-AddrDays
           move ws-bank-days to wl-BankDays
           move ws-recent-days to wl-RecentDays
           write wch-out-rec from wch-limit-line after advancing 1 line
           write wch-out-rec from blank-line after advancing 1 line
           write wch-out-rec from wch-hdr after advancing 1 line
           write wch-out-rec from blank-line after advancing 1 line.

        200-loadPaid.

           open input inFile
           if in-file-status not = "00"
              display "Transaction file could not be opened -- status "
                      in-file-status " -- no one is marked paid"
           else
              Perform until eof = "Y"
                 read inFile
                 at end move "Y" to eof

                 not at end
        *> leave taken moves hours, not money
                    if in-TransType not = "U"
                       perform 210-storePaid
                    end-if
                 end-read
                 End-Perform
              close inFile
           end-if.

        210-storePaid.
            set pd-idx to 1
            search pd-entry
                at end
                   if pd-count < 5000
                      add 1 to pd-count
                      set pd-idx to pd-count
                      move in-EmpNumber to pd-EmpNumber (pd-idx)
                      move "N" to pd-Regular (pd-idx)
                   else
                      display "Paid-employee table is full -- run"
                              " stopped at employee " in-EmpNumber
                              ". raise the table and rerun."
                      move 16 to return-code
                      stop run
                   end-if
                when pd-EmpNumber (pd-idx) = in-EmpNumber
                   continue
            end-search
            if in-ReasonCode not = "FNL"
               move "Y" to pd-Regular (pd-idx)
            end-if.

        300-loadChanges.

           open input chgFile
           if ch-file-status not = "00"
              display "No change history on file -- status "
                      ch-file-status " -- only the terminated-pay"
                      " check is made"
           else
              Perform until ch-eof = "Y"
                 read chgFile
                 at end move "Y" to ch-eof

                 not at end
                    add 1 to ws-chg-read
                    perform 310-classifyChange
                    if ws-kind not = space and ch-Date numeric
                       move ch-Date to ws-cvt-date
                       perform 850-dateToSerial
                       if ws-cvt-serial >= ws-keep-serial
                          perform 320-storeChange
                       end-if
                    end-if
                 end-read
                 End-Perform
              close chgFile
           end-if.

        310-classifyChange.
            move space to ws-kind
            if ch-Source = "LAB6MNT"
               and (ch-Field = "Address" or "CityState" or "ZipCode")
               move "A" to ws-kind
            end-if
        *> a bank change is an account the enrollment desk pointed pay
        *> at -- a drop (new value blank) sends nothing anywhere
            if ch-Source = "LAB6BNK"
               and (ch-Field = "PrimaryAcct" or "SecondAcct")
               and ch-NewValue not = spaces
               move "B" to ws-kind
            end-if
            if ch-Source = "LAB6DED" and ch-Field = "Payee"
               move "P" to ws-kind
            end-if.

        320-storeChange.
            if cg-count < 5000
               add 1 to cg-count
               move ch-EmpNumber to cg-EmpNumber (cg-count)
               move ch-Date to cg-Date (cg-count)
               move ws-cvt-serial to cg-Serial (cg-count)
               move ws-kind to cg-Kind (cg-count)
               move ch-QualSeq to cg-QualSeq (cg-count)
               move ch-OldValue to cg-OldValue (cg-count)
               move ch-NewValue to cg-NewValue (cg-count)
            else
               display "Change table is full -- run stopped at the "
                       ch-Date " change for employee " ch-EmpNumber
                       ". raise the table and rerun."
               move 16 to return-code
               stop run
            end-if.

        400-checkTerminated.

           perform varying pd-idx from 1 by 1
                   until pd-idx > pd-count
              if pd-Regular (pd-idx) = "Y"
                 move pd-EmpNumber (pd-idx) to ms-EmpNumber
                 read empMaster
                     invalid key
                        continue
                     not invalid key
                        if ms-Status = "T" and ms-TermDate numeric
                           and ms-TermDate > 0
                           and ws-run-start > ms-TermDate
                           move ms-TermDate to wd-Date
                           move "Y" to wd-Paid
                           move "Pay after the termination date"
                                   to wd-Finding
                           move ws-run-start to wxt-Start
                           move wx-term to wd-Detail
                           perform 810-writeFinding
                           add 1 to ws-term-count
                        end-if
                 end-read
              end-if
           end-perform.

        500-checkChanges.

           perform varying cg-idx from 1 by 1
                   until cg-idx > cg-count
              if cg-Serial (cg-idx) >= ws-recent-serial
                 evaluate cg-Kind (cg-idx)
                     when "B"
                        perform 510-checkAddress
                        perform 520-checkSecondBank
                     when "P"
                        perform 530-checkPayee
                 end-evaluate
              end-if
           end-perform.

        510-checkAddress.
        *> the latest address change on or before the bank change,
        *> listed once however many address fields moved
            move "N" to ws-found
            move 0 to ws-days
            perform varying cg-idx2 from cg-idx by -1
                    until cg-idx2 < 1 or ws-found = "Y"
               if cg-Kind (cg-idx2) = "A"
                  and cg-EmpNumber (cg-idx2) = cg-EmpNumber (cg-idx)
                  compute ws-days = cg-Serial (cg-idx)
                          - cg-Serial (cg-idx2)
                  if ws-days <= ws-addr-days
                     move "Y" to ws-found
                  end-if
               end-if
            end-perform
            if ws-found = "Y"
               move ws-days to wfa-Days
               move wf-addr to wd-Finding
               move cg-NewValue (cg-idx) to wxa-Acct
               move wx-acct to wd-Detail
               move cg-Date (cg-idx) to wd-Date
               perform 800-paidThisRun
               perform 810-writeFinding
               add 1 to ws-addr-count
            end-if.

        520-checkSecondBank.
        *> an earlier bank change for the same employee inside the
        *> window -- the history is in the order it was written, so
        *> "earlier" is simply further up the table
            move "N" to ws-found
            move 0 to ws-days
            perform varying cg-idx2 from cg-idx by -1
                    until cg-idx2 < 2 or ws-found = "Y"
               if cg-Kind (cg-idx2 - 1) = "B"
                  and cg-EmpNumber (cg-idx2 - 1) = cg-EmpNumber (cg-idx)
                  compute ws-days = cg-Serial (cg-idx)
                          - cg-Serial (cg-idx2 - 1)
                  if ws-days <= ws-bank-days
                     move "Y" to ws-found
                  end-if
               end-if
            end-perform
            if ws-found = "Y"
               move ws-days to wfb-Days
               move wf-bank to wd-Finding
               move cg-NewValue (cg-idx) to wxa-Acct
               move wx-acct to wd-Detail
               move cg-Date (cg-idx) to wd-Date
               perform 800-paidThisRun
               perform 810-writeFinding
               add 1 to ws-bank-count
            end-if.

        530-checkPayee.
        *> only an order still being taken matters -- one stopped or
        *> paid up to its cap sends nothing to the new payee
            move cg-EmpNumber (cg-idx) to dm-EmpNumber
            if cg-QualSeq (cg-idx) numeric
               move cg-QualSeq (cg-idx) to dm-Seq
               read dedMaster
                   invalid key
                      continue
                   not invalid key
                      if dm-is-garnish
                         and (dm-LifetimeCap = 0
                              or dm-LifetimeTaken < dm-LifetimeCap)
                         move "Payee changed on an active garnishment"
                                 to wd-Finding
                         move cg-OldValue (cg-idx) to wxp-Old
                         move cg-NewValue (cg-idx) to wxp-New
                         move wx-payee to wd-Detail
                         move cg-Date (cg-idx) to wd-Date
                         perform 800-paidThisRun
                         perform 810-writeFinding
                         add 1 to ws-payee-count
                      end-if
               end-read
            end-if.

        800-paidThisRun.
            move "N" to wd-Paid
            set pd-idx to 1
            search pd-entry
                at end
                   continue
                when pd-EmpNumber (pd-idx) = cg-EmpNumber (cg-idx)
                   move "Y" to wd-Paid
            end-search
            move cg-EmpNumber (cg-idx) to ms-EmpNumber.

        810-writeFinding.
        *> ms-EmpNumber carries the employee the finding is about
            move ms-EmpNumber to wd-EmpNumber
            read empMaster
                invalid key
                   move "(not on master)" to wd-Name
                not invalid key
                   move spaces to wd-Name
                   move ms-LastName to wd-Name
                   move ms-FirstName (1:1) to wd-Name (22:1)
            end-read
            write wch-out-rec from wch-detail after advancing 1 line
            add 1 to ws-flag-count.

        850-dateToSerial.
        *> day count from a fixed epoch, the same arithmetic lab6
        *> uses, so two dates subtract to a calendar-day difference
            compute ws-cvt-y1 = ws-cvt-yyyy - 1
            divide ws-cvt-y1 by 4 giving ws-cvt-q4
                    remainder ws-cvt-r4
            divide ws-cvt-y1 by 100 giving ws-cvt-q100
                    remainder ws-cvt-r100
            divide ws-cvt-y1 by 400 giving ws-cvt-q400
                    remainder ws-cvt-r400
            compute ws-cvt-serial = 365 * ws-cvt-y1 + ws-cvt-q4
                    - ws-cvt-q100 + ws-cvt-q400
                    + md-days (ws-cvt-mm) + ws-cvt-dd
            if ws-cvt-mm > 2
               divide ws-cvt-yyyy by 4 giving ws-cvt-q4
                       remainder ws-cvt-r4
               divide ws-cvt-yyyy by 100 giving ws-cvt-q100
                       remainder ws-cvt-r100
               divide ws-cvt-yyyy by 400 giving ws-cvt-q400
                       remainder ws-cvt-r400
               if ws-cvt-r4 = 0
                  and (ws-cvt-r100 not = 0 or ws-cvt-r400 = 0)
                  add 1 to ws-cvt-serial
               end-if
            end-if.

        900-finalize.

           write wch-out-rec from blank-line after advancing 1 line
           move "Change records read" to wc-label
           move ws-chg-read to wc-count
           write wch-out-rec from wch-count-line after advancing 1 line
           move "Bank change soon after an address change" to wc-label
           move ws-addr-count to wc-count
           write wch-out-rec from wch-count-line after advancing 1 line
           move "Second bank change inside the window" to wc-label
           move ws-bank-count to wc-count
           write wch-out-rec from wch-count-line after advancing 1 line
           move "Pay after the termination date" to wc-label
           move ws-term-count to wc-count
           write wch-out-rec from wch-count-line after advancing 1 line
           move "Payee changed on an active garnishment" to wc-label
           move ws-payee-count to wc-count
           write wch-out-rec from wch-count-line after advancing 1 line

           display "Fraud watch: " ws-flag-count " findings"

           if ws-flag-count > 0
              move 4 to return-code
           end-if

           close empMaster
           close dedMaster
           close wchRptFile.
