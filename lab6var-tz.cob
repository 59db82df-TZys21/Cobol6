        *> Tyler Zysberg
        *> Pre-transmit pay variance review. lab6bal proves the run's
        *> outputs agree with each other, but a keying error that
        *> doubles someone's rate balances perfectly. This program
        *> holds every employee's pay in this run up against their
        *> last regular pay on the pay history file and lists:
        *>
        *>   HIGH   - gross or net moved past the VARPARM percentage
        *>            (and by at least its dollar floor) since the
        *>            last regular pay
        *>   HIGH   - more than one regular pay for the employee in
        *>            this run
        *>   HIGH   - pay for an employee number not on the master
        *>   REVIEW - first pay on record for the employee
        *>   REVIEW - an active employee with no transaction at all
        *>            this run (a missing timecard)
        *>   REVIEW - a termination payout (reason FNL) this run --
        *>            kept apart from the regular pay, so it neither
        *>            counts as a second pay nor swings the compare
        *>
        *> This run's pays are the history records for the PAYPARM
        *> period and cycle. Any HIGH finding sets condition code 8,
        *> which holds the ACH transmit until payroll signs off the
        *> report; REVIEW findings alone set condition code 4 and do
        *> not hold anything.


        Identification Division.

        Program-Id.        lab6var.

        environment division.
        input-output section.
        file-control.
           select varParmFile assign to VARPARM
               organization is line sequential
               file status is vp-file-status.

           select payParmFile assign to PAYPARM
               organization is line sequential
               file status is pp-file-status.

           select histFile assign to PAYHIST
               organization is line sequential
               file status is hs-file-status.

           select empMaster assign to EMPMSTR
               organization is indexed
               access mode is sequential
               record key is ms-EmpNumber
               file status is ms-file-status.

           select varRptFile assign to VARRPT
               organization is line sequential.


        Data Division.

        File Section.
        *> swing threshold -- percent change, and the smallest dollar
        *> change worth a look whatever the percentage
        FD varParmFile.
          01  vp-record.
           05 vp-Pct                   pic 9(3).
           05 vp-MinAmt                pic 9(5).

        FD payParmFile.
          01  pp-record.
           05 pp-Cycle                 pic X.
           05 pp-PeriodStart           pic 9(8).
           05 pp-PeriodEnd             pic 9(8).

        FD histFile.
          01  hs-record.
           05 hs-EmpNumber             pic X(5).
           05 hs-PeriodStart           pic 9(8).
           05 hs-PeriodEnd             pic 9(8).
           05 hs-Cycle                 pic X.
           05 hs-TransType             pic X.
           05 hs-ReasonCode            pic X(3).
           05 hs-Gross                 pic S9(9)v99.
           05 hs-Commission            pic S9(7)v99.
           05 hs-Overtime              pic S9(7)v99.
           05 hs-401K                  pic S9(7)v99.
           05 hs-Fed                   pic S9(7)v99.
           05 hs-State                 pic S9(7)v99.
           05 hs-Local                 pic S9(7)v99.
           05 hs-Insurance             pic S9(7)v99.
           05 hs-OtherDeds             pic S9(7)v99.
           05 hs-NetPay                pic S9(9)v99.
           05 hs-Delivery              pic X(60).
           05 hs-Delivery2             pic X(60).
           05 hs-DedCount              pic 9(2).
           05 hs-ded-detail occurs 20 times.
              10 hs-dd-Seq             pic 9(2).
              10 hs-dd-Type            pic X(2).
              10 hs-dd-Payee           pic X(20).
              10 hs-dd-Amount          pic 9(7)v99.
           05 hs-SocSec                pic S9(7)v99.
           05 hs-Medicare              pic S9(7)v99.

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

        FD varRptFile.
        01    var-out-rec pic X(132).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  ms-eof                 pic x value "n".
        01  vp-file-status         pic xx value spaces.
        01  pp-file-status         pic xx value spaces.
        01  hs-file-status         pic xx value spaces.
        01  ms-file-status         pic xx value spaces.

        01  ws-pct-limit           pic 9(3) value 25.
        01  ws-min-amt             pic 9(5) value 100.
        01  ws-run-cycle           pic x value spaces.
        01  ws-run-start           pic 9(8) value 0.
        01  ws-run-end             pic 9(8) value 0.

        *> one entry per employee on the master, loaded in key order
        *> so the history pass can find each record with search all.
        *> the run columns carry this period; the last columns the
        *> latest regular pay before it.
        01 emp-table.
            05 et-count           pic 9(4) value 0.
            05 et-entry occurs 1 to 5000 times
                  depending on et-count
                  ascending key is et-EmpNumber
                  indexed by et-idx.
               10 et-EmpNumber    pic x(5).
               10 et-Name         pic x(25).
               10 et-Status       pic x.
               10 et-DOH          pic 9(8).
               10 et-RegCount     pic 9(3).
               10 et-AdjCount     pic 9(3).
               10 et-FinalCount   pic 9(3).
               10 et-FinalNet     pic s9(9)v99.
               10 et-Gross        pic s9(9)v99.
               10 et-Net          pic s9(9)v99.
               10 et-HasLast      pic x.
               10 et-LastStart    pic 9(8).
               10 et-LastGross    pic s9(9)v99.
               10 et-LastNet      pic s9(9)v99.

        *> this run's pays for employee numbers the master does not
        *> carry
        01 nomst-table.
            05 nm-count           pic 9(3) value 0.
            05 nm-entry occurs 200 times.
               10 nm-EmpNumber    pic x(5).
               10 nm-Gross        pic s9(9)v99.
               10 nm-Net          pic s9(9)v99.
        01 nm-idx                 pic 9(3).
        01 ws-nm-found            pic x.

        01  ws-counts.
            05 ws-hist-count       pic 9(9) value 0.
            05 ws-run-recs         pic 9(7) value 0.
            05 ws-paid-count       pic 9(7) value 0.
            05 ws-high-count       pic 9(7) value 0.
            05 ws-review-count     pic 9(7) value 0.

        01  ws-this-amt            pic s9(9)v99.
        01  ws-last-amt            pic s9(9)v99.
        01  ws-diff                pic s9(9)v99.
        01  ws-pct                 pic s9(7)v9.

        01  var-title.
            05                  pic x(34)
               value "Pre-Transmit Pay Variance Review".
            05                  pic x(9) value "Period ".
            05  vt-Start        pic 9(8).
            05                  pic x(3) value " - ".
            05  vt-End          pic 9(8).
            05                  pic x(8) value "  Cycle ".
            05  vt-Cycle        pic x.

        01  var-limit-line.
            05                  pic x(28)
               value "Swing flagged when over ".
            05  vl-Pct          pic zz9.
            05                  pic x(17) value "% and at least $".
            05  vl-MinAmt       pic zz,zz9.

        01  var-hdr.
            05                     pic x(8)  value "Sev".
            05                     pic x(7)  value "Emp".
            05                     pic x(27) value "Name".
            05                     pic x(32) value "Finding".
            05                     pic x(17) value "      This Run".
            05                     pic x(17) value "      Last Pay".
            05                     pic x(10) value "  Change".

        01  var-detail.
            05  vd-Sev             pic x(8).
            05  vd-EmpNumber       pic x(7).
            05  vd-Name            pic x(27).
            05  vd-Finding         pic x(32).
            05  vd-ThisAmt         pic -$$$,$$$,$$9.99.
            05                     pic x(2) value spaces.
            05  vd-LastAmt         pic -$$$,$$$,$$9.99.
            05                     pic x(2) value spaces.
            05  vd-Pct             pic -zzz,zz9.9 blank when zero.
            05  vd-PctSign         pic x.

        01  var-count-line.
            05                     pic x(2) value spaces.
            05  vc-label           pic x(42).
            05  vc-count           pic zzz,zz9.

        01  blank-line             pic x value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize
           perform 200-loadMaster
           perform 300-scanHistory
           perform 400-reviewEmployees
           perform 450-reviewNoMaster
           perform 900-finalize

            stop run.

        100-initialize.

           open input varParmFile
           if vp-file-status = "00"
              read varParmFile
                 at end
                    continue
                 not at end
                    if vp-Pct numeric and vp-Pct > 0
                       move vp-Pct to ws-pct-limit
                    else
                       display "VARPARM percentage is not usable --"
                               " default of " ws-pct-limit "% used"
                    end-if
                    if vp-MinAmt numeric
                       move vp-MinAmt to ws-min-amt
                    else
                       display "VARPARM dollar floor is not usable"
                               " -- default of " ws-min-amt " used"
                    end-if
              end-read
              close varParmFile
           else
              display "No VARPARM card -- swing threshold defaults"
                      " to " ws-pct-limit "% and $" ws-min-amt
           end-if

        *> without the run's period there is no telling this run's
        *> pays from history -- hold the transmit rather than pass
        *> a run nobody reviewed
           open input payParmFile
           if pp-file-status not = "00"
              display "PAYPARM could not be opened -- status "
                      pp-file-status " -- the run is held unreviewed"
              move 8 to return-code
              stop run
           end-if
           read payParmFile
              at end
                 move spaces to pp-record
           end-read
           close payParmFile
           if pp-PeriodStart not numeric or pp-PeriodEnd not numeric
              or pp-PeriodStart = 0
              display "PAYPARM period dates are not usable -- the"
                      " run is held unreviewed"
              move 8 to return-code
              stop run
           end-if
           move pp-Cycle to ws-run-cycle
           move pp-PeriodStart to ws-run-start
           move pp-PeriodEnd to ws-run-end

           open output varRptFile
           move ws-run-start to vt-Start
           move ws-run-end to vt-End
           move ws-run-cycle to vt-Cycle
           write var-out-rec from var-title after advancing 1 line
           move ws-pct-limit to vl-Pct
           move ws-min-amt to vl-MinAmt
           write var-out-rec from var-limit-line after advancing 1 line
           write var-out-rec from blank-line after advancing 1 line
           write var-out-rec from var-hdr after advancing 1 line
           write var-out-rec from blank-line after advancing 1 line.

        200-loadMaster.

           open input empMaster
           if ms-file-status not = "00"
              display "Employee master could not be opened -- status "
                      ms-file-status " -- the run is held unreviewed"
              move 8 to return-code
              stop run
           end-if
           Perform until ms-eof = "Y"
              read empMaster next record
              at end move "Y" to ms-eof

              not at end
                 if et-count < 5000
                    add 1 to et-count
                    move ms-EmpNumber to et-EmpNumber (et-count)
                    move spaces to et-Name (et-count)
                    string ms-FirstName delimited by space
                           " " delimited by size
                           ms-LastName delimited by space
                           into et-Name (et-count)
                    end-string
                    move ms-Status to et-Status (et-count)
                    move ms-DOH to et-DOH (et-count)
                    move 0 to et-RegCount (et-count)
                    move 0 to et-AdjCount (et-count)
                    move 0 to et-FinalCount (et-count)
                    move 0 to et-FinalNet (et-count)
                    move 0 to et-Gross (et-count)
                    move 0 to et-Net (et-count)
                    move "N" to et-HasLast (et-count)
                    move 0 to et-LastStart (et-count)
                    move 0 to et-LastGross (et-count)
                    move 0 to et-LastNet (et-count)
                 else
                    display "Employee table is full -- run held"
                            " before employee " ms-EmpNumber
                            " was loaded. raise the table and rerun."
                    move 16 to return-code
                    stop run
                 end-if
              end-read
              End-Perform
           close empMaster
           if et-count = 0
              display "Employee master is empty -- the run is held"
                      " unreviewed"
              move 8 to return-code
              stop run
           end-if.

        300-scanHistory.

           open input histFile
           if hs-file-status not = "00"
              display "No pay history on file -- status "
                      hs-file-status " -- every pay reviews as a"
                      " first pay"
           else
              Perform until eof = "Y"
                 read histFile
                 at end move "Y" to eof

                 not at end
                    add 1 to ws-hist-count
                    perform 310-classifyHist
                 end-read
                 End-Perform
              close histFile
           end-if.

        310-classifyHist.
        *> a record for this run's period and cycle is this run; a
        *> regular pay from an earlier period is a candidate for the
        *> employee's last pay, and the latest period wins. a void
        *> or adjustment is never the baseline to compare against.
            set et-idx to 1
            search all et-entry
                at end
                   if hs-PeriodStart = ws-run-start
                      and hs-Cycle = ws-run-cycle
                      add 1 to ws-run-recs
                      perform 320-storeNoMaster
                   end-if
                when et-EmpNumber (et-idx) = hs-EmpNumber
                   if hs-PeriodStart = ws-run-start
                      and hs-Cycle = ws-run-cycle
                      add 1 to ws-run-recs
                      if hs-TransType = space
                         if hs-ReasonCode = "FNL"
                            add 1 to et-FinalCount (et-idx)
                            add hs-NetPay to et-FinalNet (et-idx)
                         else
                            add 1 to et-RegCount (et-idx)
                            add hs-Gross to et-Gross (et-idx)
                            add hs-NetPay to et-Net (et-idx)
                         end-if
                      else
                         add 1 to et-AdjCount (et-idx)
                      end-if
                   else
                      if hs-TransType = space
                         and hs-ReasonCode not = "FNL"
                         and hs-PeriodStart < ws-run-start
                         and hs-PeriodStart >= et-LastStart (et-idx)
                         move "Y" to et-HasLast (et-idx)
                         move hs-PeriodStart to et-LastStart (et-idx)
                         move hs-Gross to et-LastGross (et-idx)
                         move hs-NetPay to et-LastNet (et-idx)
                      end-if
                   end-if
            end-search.

        320-storeNoMaster.
            move "N" to ws-nm-found
            perform varying nm-idx from 1 by 1
                    until nm-idx > nm-count
               if nm-EmpNumber (nm-idx) = hs-EmpNumber
                  move "Y" to ws-nm-found
                  add hs-Gross to nm-Gross (nm-idx)
                  add hs-NetPay to nm-Net (nm-idx)
               end-if
            end-perform
            if ws-nm-found = "N"
               if nm-count < 200
                  add 1 to nm-count
                  move hs-EmpNumber to nm-EmpNumber (nm-count)
                  move hs-Gross to nm-Gross (nm-count)
                  move hs-NetPay to nm-Net (nm-count)
               else
                  display "Pay for employee " hs-EmpNumber
                          " is not on the master and the no-master"
                          " table is full"
                  add 1 to ws-high-count
               end-if
            end-if.

        400-reviewEmployees.

           perform varying et-idx from 1 by 1
                   until et-idx > et-count
              if et-FinalCount (et-idx) > 0
                 move "REVIEW" to vd-Sev
                 move "Termination payout this run" to vd-Finding
                 move et-FinalNet (et-idx) to ws-this-amt
                 move 0 to ws-last-amt
                 perform 490-writeFinding
                 add 1 to ws-review-count
              end-if
              if et-RegCount (et-idx) > 0
                 add 1 to ws-paid-count
                 perform 410-reviewPaid
              else
        *> nothing at all this run for an employee who is active
        *> and was hired by the period end is a missing timecard
                 if et-AdjCount (et-idx) = 0
                    and et-Status (et-idx) not = "T"
                    and et-DOH (et-idx) <= ws-run-end
                    move "REVIEW" to vd-Sev
                    move "No transaction this run" to vd-Finding
                    move 0 to ws-this-amt
                    move et-LastNet (et-idx) to ws-last-amt
                    perform 490-writeFinding
                    add 1 to ws-review-count
                 end-if
              end-if
           end-perform.

        410-reviewPaid.

           if et-RegCount (et-idx) > 1
              move "HIGH" to vd-Sev
              move "Paid more than once this run" to vd-Finding
              move et-Net (et-idx) to ws-this-amt
              move et-LastNet (et-idx) to ws-last-amt
              perform 490-writeFinding
              add 1 to ws-high-count
           end-if

           if et-HasLast (et-idx) = "N"
              move "REVIEW" to vd-Sev
              move "First pay on record" to vd-Finding
              move et-Net (et-idx) to ws-this-amt
              move 0 to ws-last-amt
              perform 490-writeFinding
              add 1 to ws-review-count
           else
              move et-Gross (et-idx) to ws-this-amt
              move et-LastGross (et-idx) to ws-last-amt
              move "Gross pay swing" to vd-Finding
              perform 420-checkSwing
              move et-Net (et-idx) to ws-this-amt
              move et-LastNet (et-idx) to ws-last-amt
              move "Net pay swing" to vd-Finding
              perform 420-checkSwing
           end-if.

        420-checkSwing.
        *> a last pay of zero or less has no percentage to measure
        *> against -- any pay on top of it is a swing
           compute ws-diff = ws-this-amt - ws-last-amt
           if ws-diff < 0
              compute ws-diff = 0 - ws-diff
           end-if
           if ws-diff >= ws-min-amt and ws-diff > 0
              if ws-last-amt > 0
                 compute ws-pct rounded = ws-diff * 100 / ws-last-amt
                    on size error
                       move 999999.9 to ws-pct
                 end-compute
              else
                 move 999999.9 to ws-pct
              end-if
              if ws-pct > ws-pct-limit
                 move "HIGH" to vd-Sev
                 perform 490-writeFinding
                 add 1 to ws-high-count
              end-if
           end-if.

        450-reviewNoMaster.

           perform varying nm-idx from 1 by 1
                   until nm-idx > nm-count
              move "HIGH" to vd-Sev
              move nm-EmpNumber (nm-idx) to vd-EmpNumber
              move "*** NOT ON MASTER ***" to vd-Name
              move "Paid with no master record" to vd-Finding
              move nm-Net (nm-idx) to vd-ThisAmt
              move 0 to vd-LastAmt
              move 0 to vd-Pct
              move space to vd-PctSign
              write var-out-rec from var-detail after advancing 1 line
              add 1 to ws-high-count
           end-perform.

        490-writeFinding.

           move et-EmpNumber (et-idx) to vd-EmpNumber
           move et-Name (et-idx) to vd-Name
           move ws-this-amt to vd-ThisAmt
           move ws-last-amt to vd-LastAmt
           if ws-last-amt > 0
              compute ws-pct rounded =
                 (ws-this-amt - ws-last-amt) * 100 / ws-last-amt
                 on size error
                    move 999999.9 to ws-pct
              end-compute
              move ws-pct to vd-Pct
              move "%" to vd-PctSign
           else
              move 0 to vd-Pct
              move space to vd-PctSign
           end-if
           write var-out-rec from var-detail after advancing 1 line.

        900-finalize.

           write var-out-rec from blank-line after advancing 1 line
           move "History records read" to vc-label
           move ws-hist-count to vc-count
           write var-out-rec from var-count-line
               after advancing 1 line
           move "History records for this run" to vc-label
           move ws-run-recs to vc-count
           write var-out-rec from var-count-line
               after advancing 1 line
           move "Employees paid this run" to vc-label
           move ws-paid-count to vc-count
           write var-out-rec from var-count-line
               after advancing 1 line
           move "HIGH findings -- hold the transmit" to vc-label
           move ws-high-count to vc-count
           write var-out-rec from var-count-line
               after advancing 1 line
           move "REVIEW findings" to vc-label
           move ws-review-count to vc-count
           write var-out-rec from var-count-line
               after advancing 1 line

           close varRptFile

           display "Variance review: " ws-paid-count " paid, "
                   ws-high-count " high, " ws-review-count " review"

        *> HIGH holds the ACH transmit until payroll signs off the
        *> report; REVIEW alone lets the run go on
           if ws-high-count > 0
              move 8 to return-code
           else
              if ws-review-count > 0
                 move 4 to return-code
              end-if
           end-if.
