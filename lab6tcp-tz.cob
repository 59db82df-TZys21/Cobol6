        *> Tyler Zysberg
        *> Time-clock punch interface, sits ahead of the edit step.
        *> Hourly hours and U leave-taken transactions used to be
        *> keyed from paper timesheets. This program reads the clock
        *> vendor's punch export for the PAYPARM period, sorts it
        *> into employee / date / time order the same way lab6seq
        *> sorts with its SD file, pairs each in punch with the out
        *> punch after it, and totals worked hours by week of the
        *> period. It writes lab6's transaction layout: one H record
        *> per employee at the rate the clock carries, and a U record
        *> per leave code (VAC or SIC) for the leave taken.
        *>
        *> Overtime is owed workweek by workweek, so each week of the
        *> period is split on its own into straight hours (up to 40)
        *> and overtime hours. The register takes hours per week and
        *> scales them by the cycle, paying past 40 at time-and-a-
        *> half, so the H record carries the period as the weekly
        *> figure that pays the same: the premium-weighted hours
        *> (straight + 1.5 x overtime) x periods per year / 52, and
        *> past 40 that figure is folded back to 40 + excess / 1.5.
        *> The register's gross then comes out to rate x straight
        *> hours plus 1.5 x rate x overtime hours, week by week.
        *>
        *> Anything wrong with an employee's punches -- an unpaired
        *> in or out, an in punch while already clocked in (an
        *> overlapping shift), a shift over 16 hours, a punch outside
        *> the period or after the termination date, an employee not
        *> on the master, no rate, or a week the supervisor has not
        *> approved -- goes to the exception listing, and NOTHING is
        *> written for that employee. A partial period is never paid
        *> as if it were the whole one; payroll keys the corrected
        *> transaction by hand. Condition code 4 means the listing
        *> has entries; 8 means there is no usable pay period.


        Identification Division.

        Program-Id.        lab6tcp.

        environment division.
        input-output section.
        file-control.
           select punchFile assign to PUNCHIN
               organization is line sequential
               file status is pu-file-status.

           select payParmFile assign to PAYPARM
               organization is line sequential
               file status is pp-file-status.

           select empMaster assign to EMPMSTR
               organization is indexed
               access mode is random
               record key is ms-EmpNumber
               file status is ms-file-status.

           select sortFile assign to "lab6a-tcp.srt".

           select punchTranFile assign to PUNCHTRN
               organization is line sequential.

           select punchExcFile assign to PUNCHEXC
               organization is line sequential.


        Data Division.

        File Section.
        *> the clock vendor's punch export. type I clock in, O clock
        *> out, L leave taken (VAC or SIC and the hours). the rate is
        *> the base hourly rate on the employee's clock profile; the
        *> approval flag is Y once the supervisor has approved the
        *> employee's week.
        FD punchFile.
          01  pu-record.
           05 pu-EmpNumber             pic X(5).
           05 pu-Date                  pic 9(8).
           05 pu-Date-x redefines pu-Date pic X(8).
           05 pu-Time                  pic 9(4).
           05 pu-Time-x redefines pu-Time pic X(4).
           05 pu-Time-r redefines pu-Time.
              10 pu-HH                 pic 9(2).
              10 pu-MM                 pic 9(2).
           05 pu-Type                  pic X.
           05 pu-LeaveCode             pic X(3).
           05 pu-LeaveHours            pic 9(2)v99.
           05 pu-Rate                  pic 9(5)v99.
           05 pu-Approved              pic X.

        FD payParmFile.
          01  pp-record.
           05 pp-Cycle                 pic X.
           05 pp-PeriodStart           pic 9(8).
           05 pp-PeriodEnd             pic 9(8).

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

        SD  sortFile.
          01  srt-record.
           05 srt-Emp                  PIC X(5).
           05 srt-Date                 PIC 9(8).
           05 srt-Time                 PIC 9(4).
           05 srt-data                 PIC X(33).

        FD punchTranFile.
        01    pt-out-rec pic X(35).

        FD punchExcFile.
        01    pe-out-rec pic X(132).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  sort-eof               pic x value "n".
        01  pu-file-status         pic xx value spaces.
        01  pp-file-status         pic xx value spaces.
        01  ms-file-status         pic xx value spaces.

        01  ws-periods             pic 9(2) value 0.
        01  ws-run-start           pic 9(8) value 0.
        01  ws-run-end             pic 9(8) value 0.
        01  ws-start-serial        pic 9(7) value 0.

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

        *> the employee being paired
        01  ws-cur-emp             pic x(5) value low-values.
        01  ws-on-master           pic x.
        01  ws-held                pic x.
           88 ws-is-held           value "Y".
        01  ws-open                pic x.
        01  ws-open-min            pic 9(11).
        01  ws-open-week           pic 9.
        01  ws-open-date           pic 9(8).
        01  ws-open-time           pic 9(4).
        01  ws-punch-min           pic 9(11).
        01  ws-shift-min           pic s9(11).
        01  ws-week                pic 9.
        01  ws-rate                pic 9(5)v99.
        01  ws-emp-punches         pic 9(5).

        01  week-table.
            05 wk-entry occurs 5 times indexed by wk-idx.
               10 wk-Minutes       pic 9(7).
               10 wk-Vac           pic 9(5)v99.
               10 wk-Sick          pic 9(5)v99.
               10 wk-Used          pic x.
               10 wk-Unapproved    pic x.

        01  ws-total-min           pic 9(7).
        01  ws-reg-min             pic 9(7).
        01  ws-ot-min              pic 9(7).
        01  ws-pay-hrs             pic 9(5)v9(4).
        01  ws-week-hrs            pic 9(5)v99.
        01  ws-vac-hrs             pic 9(5)v99.
        01  ws-sick-hrs            pic 9(5)v99.
        01  ws-leave-left          pic 9(5)v99.

        01  ws-counts.
            05 ws-punch-count      pic 9(7) value 0.
            05 ws-emp-count        pic 9(7) value 0.
            05 ws-h-count          pic 9(7) value 0.
            05 ws-u-count          pic 9(7) value 0.
            05 ws-exc-count        pic 9(7) value 0.
            05 ws-held-count       pic 9(7) value 0.

        *> lab6's transaction layout
        01  pt-record.
            05 pt-EmpNumber        pic x(5).
            05 pt-PayCode          pic x.
            05 pt-Pay              pic s9(7)v99.
            05 pt-HoursPerweek     pic s9(2)v99.
            05 pt-CommissionRate   pic v999 value 0.
            05 pt-SalesAmount      pic s9(7)v99 value 0.
            05 pt-TransType        pic x.
            05 pt-ReasonCode       pic x(3).

        01  pe-title.
            05                  pic x(34)
               value "Time-Clock Punch Exceptions".
            05                  pic x(9) value "Period ".
            05  pet-Start       pic 9(8).
            05                  pic x(3) value " - ".
            05  pet-End         pic 9(8).

        01  pe-hdr.
            05                     pic x(7)  value "Emp #".
            05                     pic x(10) value "Date".
            05                     pic x(6)  value "Time".
            05                     pic x(5)  value "Type".
            05                     pic x(60) value "Reason".

        01  pe-detail.
            05  ped-EmpNumber      pic x(5).
            05                     pic x(2) value spaces.
            05  ped-Date           pic x(8).
            05                     pic x(2) value spaces.
            05  ped-Time           pic x(4).
            05                     pic x(2) value spaces.
            05  ped-Type           pic x.
            05                     pic x(4) value spaces.
            05  ped-Reason         pic x(60).

        01  pe-week-reason.
            05                     pic x(5) value "Week ".
            05  pwr-Week           pic 9.
            05                     pic x(45)
               value " of the period not approved by the supervisor".

        01  pe-count-line.
            05                     pic x(2) value spaces.
            05  pec-label          pic x(42).
            05  pec-count          pic zzz,zz9.

        01  blank-line             pic x value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize

           sort sortFile on ascending key srt-Emp
                                          srt-Date
                                          srt-Time
               input procedure is 200-buildSortFile
               output procedure is 300-pairPunches

           perform 900-finalize

            stop run.

        100-initialize.

        *> the week boundaries and the weekly scaling both come from
        *> the period -- without it nothing can be built
           open input payParmFile
           if pp-file-status not = "00"
              display "PAYPARM could not be opened -- status "
                      pp-file-status " -- no punches processed"
              move 8 to return-code
              stop run
           end-if
           read payParmFile
              at end
                 move spaces to pp-record
           end-read
           close payParmFile
           evaluate pp-Cycle
               when "W" move 52 to ws-periods
               when "B" move 26 to ws-periods
               when "S" move 24 to ws-periods
               when "M" move 12 to ws-periods
               when other move 0 to ws-periods
           end-evaluate
           if ws-periods = 0
              or pp-PeriodStart not numeric or pp-PeriodEnd not numeric
              or pp-PeriodStart = 0 or pp-PeriodStart > pp-PeriodEnd
              display "PAYPARM period is not usable -- no punches"
                      " processed"
              move 8 to return-code
              stop run
           end-if
           move pp-PeriodStart to ws-run-start
           move pp-PeriodEnd to ws-run-end
           move ws-run-start to ws-cvt-date
           perform 850-dateToSerial
           move ws-cvt-serial to ws-start-serial

           open output punchTranFile
           open output punchExcFile
           open input empMaster

           move ws-run-start to pet-Start
           move ws-run-end to pet-End
           write pe-out-rec from pe-title after advancing 1 line
           write pe-out-rec from blank-line after advancing 1 line
           write pe-out-rec from pe-hdr after advancing 1 line
           write pe-out-rec from blank-line after advancing 1 line.

        200-buildSortFile.

           open input punchFile
           if pu-file-status not = "00"
              display "No punch export on file -- status "
                      pu-file-status
           else
              Perform until eof = "Y"
                 read punchFile
                 at end move "Y" to eof

                 not at end
                    add 1 to ws-punch-count
                    move pu-EmpNumber to srt-Emp
                    if pu-Date numeric
                       move pu-Date to srt-Date
                    else
                       move 0 to srt-Date
                    end-if
                    if pu-Time numeric
                       move pu-Time to srt-Time
                    else
                       move 0 to srt-Time
                    end-if
                    move pu-record to srt-data
                    release srt-record
                 end-read
                 End-Perform
              close punchFile
           end-if.

        300-pairPunches.

           Perform until sort-eof = "Y"
              return sortFile
              at end move "Y" to sort-eof

              not at end
                 move srt-data to pu-record
                 if pu-EmpNumber not = ws-cur-emp
                    if ws-cur-emp not = low-values
                       perform 500-closeEmployee
                    end-if
                    perform 310-startEmployee
                 end-if
                 add 1 to ws-emp-punches
                 if ws-on-master = "Y"
                    perform 400-takePunch
                 end-if
              end-return
              End-Perform

           if ws-cur-emp not = low-values
              perform 500-closeEmployee
           end-if.

        310-startEmployee.

           move pu-EmpNumber to ws-cur-emp
           add 1 to ws-emp-count
           move "N" to ws-held
           move "N" to ws-open
           move 0 to ws-rate
           move 0 to ws-emp-punches
           initialize week-table
           perform varying wk-idx from 1 by 1 until wk-idx > 5
              move "N" to wk-Used (wk-idx)
              move "N" to wk-Unapproved (wk-idx)
           end-perform

           move "Y" to ws-on-master
           move pu-EmpNumber to ms-EmpNumber
           read empMaster
               invalid key
                  move "N" to ws-on-master
                  move "No employee master record -- all punches held"
                          to ped-Reason
                  perform 800-writeException
           end-read.

        400-takePunch.

           if pu-Date not numeric or pu-Time not numeric
              or pu-HH > 23 or pu-MM > 59
              move "Punch date or time is not valid" to ped-Reason
              perform 800-writeException
           else
              if pu-Date < ws-run-start or pu-Date > ws-run-end
                 move "Punch is outside the pay period" to ped-Reason
                 perform 800-writeException
              else
                 if ms-Status = "T" and ms-TermDate numeric
                    and pu-Date > ms-TermDate
                    move "Punch is after the termination date"
                            to ped-Reason
                    perform 800-writeException
                 else
                    perform 410-placePunch
                 end-if
              end-if
           end-if.

        410-placePunch.

           move pu-Date to ws-cvt-date
           perform 850-dateToSerial
           compute ws-week = (ws-cvt-serial - ws-start-serial) / 7
                   + 1
           if ws-week > 5
              move 5 to ws-week
           end-if
           compute ws-punch-min = ws-cvt-serial * 1440
                   + pu-HH * 60 + pu-MM

           move "Y" to wk-Used (ws-week)
           if pu-Approved not = "Y"
              move "Y" to wk-Unapproved (ws-week)
           end-if
           if pu-Rate numeric and pu-Rate > 0
              move pu-Rate to ws-rate
           end-if

           evaluate pu-Type
               when "I"
                  if ws-open = "Y"
                     move "In punch while clocked in -- overlapping"
                          to ped-Reason
                     perform 800-writeException
                  end-if
                  move "Y" to ws-open
                  move ws-punch-min to ws-open-min
                  move ws-week to ws-open-week
                  move pu-Date to ws-open-date
                  move pu-Time to ws-open-time
               when "O"
                  if ws-open = "N"
                     move "Out punch with no in punch before it"
                             to ped-Reason
                     perform 800-writeException
                  else
                     compute ws-shift-min = ws-punch-min - ws-open-min
                     if ws-shift-min <= 0 or ws-shift-min > 960
                        move "Shift over 16 hours -- a punch is missing"
                                to ped-Reason
                        perform 800-writeException
                     else
        *> a shift belongs to the week it started in
                        add ws-shift-min to wk-Minutes (ws-open-week)
                     end-if
                     move "N" to ws-open
                  end-if
               when "L"
                  if pu-LeaveHours not numeric or pu-LeaveHours = 0
                     move "Leave punch carries no hours" to ped-Reason
                     perform 800-writeException
                  else
                     evaluate pu-LeaveCode
                         when "VAC"
                            add pu-LeaveHours to wk-Vac (ws-week)
                         when "SIC"
                            add pu-LeaveHours to wk-Sick (ws-week)
                         when other
                            move "Leave code is not VAC or SIC"
                                    to ped-Reason
                            perform 800-writeException
                     end-evaluate
                  end-if
               when other
                  move "Punch type is not I, O, or L" to ped-Reason
                  perform 800-writeException
           end-evaluate.

        500-closeEmployee.

           if ws-on-master = "Y"
              if ws-open = "Y"
                 move ws-cur-emp to pu-EmpNumber
                 move ws-open-date to pu-Date
                 move ws-open-time to pu-Time
                 move "I" to pu-Type
                 move "In punch with no out punch after it"
                         to ped-Reason
                 perform 800-writeException
              end-if

              move 0 to ws-total-min
              move 0 to ws-reg-min
              move 0 to ws-ot-min
              move 0 to ws-vac-hrs
              move 0 to ws-sick-hrs
              perform varying wk-idx from 1 by 1 until wk-idx > 5
                 if wk-Used (wk-idx) = "Y"
                    if wk-Unapproved (wk-idx) = "Y"
                       perform 510-flagUnapproved
                    end-if
                    add wk-Minutes (wk-idx) to ws-total-min
                    if wk-Minutes (wk-idx) > 2400
                       add 2400 to ws-reg-min
                       compute ws-ot-min = ws-ot-min
                               + wk-Minutes (wk-idx) - 2400
                    else
                       add wk-Minutes (wk-idx) to ws-reg-min
                    end-if
                    add wk-Vac (wk-idx) to ws-vac-hrs
                    add wk-Sick (wk-idx) to ws-sick-hrs
                 end-if
              end-perform

              if not ws-is-held
                 perform 520-writeHours
              end-if
              if not ws-is-held
                 perform 530-writeLeave
              end-if
           end-if

           if ws-is-held
              add 1 to ws-held-count
           end-if.

        510-flagUnapproved.
            set ws-week to wk-idx
            move ws-week to pwr-Week
            move pe-week-reason to ped-Reason
            perform 810-writeEmpException.

        520-writeHours.

           if ws-total-min > 0
              if ws-rate = 0
                 move "No hourly rate on the clock profile"
                         to ped-Reason
                 perform 810-writeEmpException
              else
                 compute ws-pay-hrs rounded =
                         (ws-reg-min + 1.5 * ws-ot-min) / 60
                         * ws-periods / 52
                 if ws-pay-hrs > 40
                    compute ws-week-hrs rounded =
                            40 + (ws-pay-hrs - 40) / 1.5
                 else
                    compute ws-week-hrs rounded = ws-pay-hrs
                 end-if
                 if ws-week-hrs > 99
                    move "Hours are more than a transaction can carry"
                            to ped-Reason
                    perform 810-writeEmpException
                 end-if
              end-if
           end-if

           if not ws-is-held and ws-total-min > 0
              move ws-cur-emp to pt-EmpNumber
              move "H" to pt-PayCode
              move ws-rate to pt-Pay
              move ws-week-hrs to pt-HoursPerweek
              move space to pt-TransType
              move spaces to pt-ReasonCode
              write pt-out-rec from pt-record
              add 1 to ws-h-count
           end-if.

        530-writeLeave.
        *> the leave transaction's hours field tops out under 100,
        *> so a large block of leave goes out as several records
           move ws-vac-hrs to ws-leave-left
           move "VAC" to pt-ReasonCode
           perform 540-writeLeaveRec until ws-leave-left = 0
           move ws-sick-hrs to ws-leave-left
           move "SIC" to pt-ReasonCode
           perform 540-writeLeaveRec until ws-leave-left = 0.

        540-writeLeaveRec.
            move ws-cur-emp to pt-EmpNumber
            move space to pt-PayCode
            move 0 to pt-Pay
            move "U" to pt-TransType
            if ws-leave-left > 99
               move 99 to pt-HoursPerweek
               subtract 99 from ws-leave-left
            else
               move ws-leave-left to pt-HoursPerweek
               move 0 to ws-leave-left
            end-if
            write pt-out-rec from pt-record
            add 1 to ws-u-count.

        800-writeException.
            move "Y" to ws-held
            move pu-EmpNumber to ped-EmpNumber
            move pu-Date-x to ped-Date
            move pu-Time-x to ped-Time
            move pu-Type to ped-Type
            write pe-out-rec from pe-detail after advancing 1 line
            add 1 to ws-exc-count.

        810-writeEmpException.
        *> a finding about the employee's period as a whole rather
        *> than one punch
            move "Y" to ws-held
            move ws-cur-emp to ped-EmpNumber
            move spaces to ped-Date
            move spaces to ped-Time
            move space to ped-Type
            write pe-out-rec from pe-detail after advancing 1 line
            add 1 to ws-exc-count.

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

           write pe-out-rec from blank-line after advancing 1 line
           move "Punches read" to pec-label
           move ws-punch-count to pec-count
           write pe-out-rec from pe-count-line after advancing 1 line
           move "Employees on the punch file" to pec-label
           move ws-emp-count to pec-count
           write pe-out-rec from pe-count-line after advancing 1 line
           move "Hours (H) transactions written" to pec-label
           move ws-h-count to pec-count
           write pe-out-rec from pe-count-line after advancing 1 line
           move "Leave (U) transactions written" to pec-label
           move ws-u-count to pec-count
           write pe-out-rec from pe-count-line after advancing 1 line
           move "Exceptions" to pec-label
           move ws-exc-count to pec-count
           write pe-out-rec from pe-count-line after advancing 1 line
           move "Employees held -- key by hand" to pec-label
           move ws-held-count to pec-count
           write pe-out-rec from pe-count-line after advancing 1 line

           display "Punch interface: " ws-punch-count " punches, "
                   ws-h-count " H and " ws-u-count " U written, "
                   ws-held-count " employees held"

           if ws-exc-count > 0
              move 4 to return-code
           end-if

           close punchTranFile
           close punchExcFile
           close empMaster.
