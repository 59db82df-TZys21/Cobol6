        *> Tyler Zysberg
        *> Termination final-pay run. lab6mnt's terminate only stamps
        *> the status byte; this program does the rest for every
        *> employee terminated inside the FINPARM look-back window
        *> whose final pay has not been made yet:
        *>
        *>   - generates the final-pay transaction for lab6: the
        *>     unused vacation (accrued less taken) at the employee's
        *>     hourly rate, plus unused sick hours when the FINPARM
        *>     sick policy is P (paid) rather than F (forfeited). It
        *>     goes out as pay code L (a lump sum) with reason FNL.
        *>     The rate comes from the employee's regular transaction
        *>     in this cycle's INDAT -- hourly as keyed, salary and
        *>     commission base over 2080 hours;
        *>   - figures the balances as they will stand after this
        *>     cycle posts, since lab6 has not run yet: the VAC and
        *>     SIC hours keyed this cycle come off, and the accrual
        *>     the final regular pay will post goes on, by the same
        *>     arithmetic lab6 uses;
        *>   - closes the balances through ordinary U leave
        *>     transactions (VAC and SIC) for the hours paid out or
        *>     forfeited, written beside the FNL pay so lab6 posts
        *>     them after the final regular pay's accrual. An
        *>     overdrawn vacation balance is left as it stands for
        *>     HR to see;
        *>   - stops every deduction on DEDMSTR except garnishment
        *>     orders (CS/GA/TL), which stay on file and are listed
        *>     for the legal team. Like the deposit below, that waits
        *>     until the final pay is made, so the last regular pay
        *>     still takes them;
        *>   - drops the direct-deposit enrollment once the employee
        *>     has been paid out, so the final pay still deposits.
        *>     That happens on the run after the payout, so the
        *>     look-back is never let fall short of the PAYPARM
        *>     period plus the one before it -- an employee paid
        *>     out last period is always still in the window;
        *>   - logs each deduction stopped and enrollment dropped to
        *>     the shared CHGHIST change history, as the maintenance
        *>     runs do;
        *>   - prints a worksheet per employee for HR to sign, with
        *>     the days since termination, since a late final check
        *>     carries a penalty in several states.
        *>
        *> Final pay counts as made once an FNL pay from an earlier
        *> period is on PAYHIST. This period's history is ignored,
        *> and a mid-cycle restart (a checkpoint on file) rebuilds
        *> nothing, so the transactions the register is restarting
        *> on are never changed underneath it. Condition code 4 means
        *> something on the worksheet needs a person: no pay basis
        *> for a payout, an overdrawn balance, or a garnishment left
        *> on file.


        Identification Division.

        Program-Id.        lab6fin.

        environment division.
        input-output section.
        file-control.
           select finParmFile assign to FINPARM
               organization is line sequential
               file status is fp-file-status.

           select payParmFile assign to PAYPARM
               organization is line sequential
               file status is pp-file-status.

           select ckptFile assign to CKPTFILE
               organization is line sequential
               file status is ckpt-file-status.

           select empMaster assign to EMPMSTR
               organization is indexed
               access mode is sequential
               record key is ms-EmpNumber
               file status is ms-file-status.

           select inFile assign to INFILE
               organization is line sequential
               file status is in-file-status.

           select histFile assign to PAYHIST
               organization is line sequential
               file status is hs-file-status.

           select accMaster assign to ACCMSTR
               organization is indexed
               access mode is random
               record key is am-EmpNumber
               file status is am-file-status.

           select dedMaster assign to DEDMSTR
               organization is indexed
               access mode is dynamic
               record key is dm-key
               file status is dm-file-status.

           select bankMaster assign to BANKMSTR
               organization is indexed
               access mode is random
               record key is bk-EmpNumber
               file status is bk-file-status.

           select finTranFile assign to FINTRAN
               organization is line sequential.

           select finRptFile assign to FINRPT
               organization is line sequential.

           select chgFile assign to CHGHIST
               organization is line sequential
               file status is ch-file-status.


        Data Division.

        File Section.
        *> sick policy (P paid out, F forfeited) and how many days
        *> back a termination is still picked up
        FD finParmFile.
          01  fp-record.
           05 fp-SickPolicy            pic X.
           05 fp-LookbackDays          pic 9(3).

        FD payParmFile.
          01  pp-record.
           05 pp-Cycle                 pic X.
           05 pp-PeriodStart           pic 9(8).
           05 pp-PeriodEnd             pic 9(8).

        FD ckptFile.
        01    ckpt-in-rec pic X(16500).

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

        FD inFile.
          01  in-record.
           05 in-EmpNumber        Pic X(5).
           05 in-PayCode                pic X.
           05 in-Pay                pic S9(7)v99.
           05 in-HoursPerweek         Pic S9(2)v99.
           05 in-commissionrate                 PIC v999.
           05 in-SalesAmount            PIC S9(7)v99.
           05 in-TransType              pic X.
           05 in-ReasonCode             pic X(3).

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

        FD accMaster.
          01  am-record.
           05 am-EmpNumber             pic X(5).
           05 am-VacAccrued            pic S9(5)v99.
           05 am-VacTaken              pic S9(5)v99.
           05 am-SickAccrued           pic S9(5)v99.
           05 am-SickTaken             pic S9(5)v99.

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

        FD bankMaster.
          01  bk-record.
           05 bk-EmpNumber             pic X(5).
           05 bk-Routing               pic X(9).
           05 bk-Account               pic X(17).
           05 bk-AcctType              pic X.
           05 bk-PrenoteStatus         pic X.
           05 bk-PrenoteDate           pic 9(8).
           05 bk-Routing2              pic X(9).
           05 bk-Account2              pic X(17).
           05 bk-AcctType2             pic X.
           05 bk-SplitMethod           pic X.
           05 bk-SplitAmount           pic 9(7)v99.
           05 bk-SplitPercent          pic v999.
           05 bk-PrenoteStatus2        pic X.
           05 bk-PrenoteDate2          pic 9(8).
           05 bk-PriorRouting          pic X(9).
           05 bk-PriorAccount          pic X(17).
           05 bk-PriorType             pic X.

        FD finTranFile.
        01    ft-out-rec pic X(35).

        FD finRptFile.
        01    fin-out-rec pic X(132).

        FD chgFile.
        01    ch-out-rec pic X(103).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  ms-eof                 pic x value "n".
        01  in-eof                 pic x value "n".
        01  dm-eof                 pic x value "n".
        01  fp-file-status         pic xx value spaces.
        01  pp-file-status         pic xx value spaces.
        01  ckpt-file-status       pic xx value spaces.
        01  ms-file-status         pic xx value spaces.
        01  in-file-status         pic xx value spaces.
        01  hs-file-status         pic xx value spaces.
        01  am-file-status         pic xx value spaces.
        01  dm-file-status         pic xx value spaces.
        01  bk-file-status         pic xx value spaces.
        01  ch-file-status         pic xx value spaces.

        01  ws-sick-policy         pic x value "F".
           88 ws-sick-paid         value "P".
        01  ws-lookback-days       pic 9(3) value 45.
        01  ws-run-start           pic 9(8) value 0.
        01  ws-period-start        pic 9(8) value 0.
        01  ws-period-end          pic 9(8) value 0.
        01  ws-periods             pic 9(2) value 0.

        01  ws-date.
            05  ws-yr              pic 9(4).
            05  ws-mo              pic 99.
            05  ws-dy              pic 99.
        01 ws-run-ymd      pic 9(8) value 0.
        01 ws-run-serial   pic 9(7) value 0.
        01 ws-cutoff-serial pic s9(7) value 0.
        01 ws-start-serial pic 9(7) value 0.
        01 ws-min-lookback pic s9(7) value 0.
        01 ws-old-lookback pic 9(3) value 0.
        01 ws-term-days    pic s9(5) value 0.

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

        *> every employee terminated inside the look-back window,
        *> in master key order so the transaction and history passes
        *> can find them with search all
        01 term-table.
            05 tt-count           pic 9(3) value 0.
            05 tt-entry occurs 1 to 500 times
                  depending on tt-count
                  ascending key is tt-EmpNumber
                  indexed by tt-idx.
               10 tt-EmpNumber    pic x(5).
               10 tt-Name         pic x(36).
               10 tt-Dept         pic x(5).
               10 tt-DptName      pic x(30).
               10 tt-TermDate     pic 9(8).
               10 tt-PayCode      pic x.
               10 tt-Pay          pic 9(7)v99.
               10 tt-FinalPaid    pic x.
               10 tt-PaidThrough  pic 9(8).
               10 tt-DOH          pic 9(8).
               10 tt-VacThis      pic s9(5)v99.
               10 tt-SickThis     pic s9(5)v99.

        *> lab6's accrual schedule -- the final regular pay's
        *> accrual is figured here the same way before it posts
        01 acc-schedule.
            05 acc-vac-tier1   pic 9(3)v99 value 80.
            05 acc-vac-tier2   pic 9(3)v99 value 120.
            05 acc-vac-tier3   pic 9(3)v99 value 160.
            05 acc-tier2-years pic 9(2) value 5.
            05 acc-tier3-years pic 9(2) value 10.
            05 acc-sick-annual pic 9(3)v99 value 80.

        01 ws-svc-years    pic s9(4) value 0.
        01 ws-vac-annual   pic 9(3)v99 value 0.
        01 ws-acc-vac      pic 9(3)v99 value 0.
        01 ws-acc-sick     pic 9(3)v99 value 0.
        01 ws-acc-active   pic s9(7) value 0.
        01 ws-acc-period   pic s9(7) value 0.
        01 ws-acc-serial   pic 9(7) value 0.
        01 ws-active-start pic 9(8) value 0.
        01 ws-active-end   pic 9(8) value 0.
        01 ws-prorate-zero pic x value "N".

        01  ws-rate                pic 9(5)v9999.
        01  ws-vac-hrs             pic s9(5)v99.
        01  ws-sick-hrs            pic s9(5)v99.
        01  ws-vac-pay             pic 9(7)v99.
        01  ws-sick-pay            pic 9(7)v99.
        01  ws-payout              pic 9(7)v99.
        01  ws-show-accrued        pic s9(5)v99.
        01  ws-show-taken          pic s9(5)v99.
        01  ws-close-hrs           pic s9(5)v99.
        01  ws-close-reason        pic x(3).
        01  ws-review              pic x.
        01  ws-settled             pic x.
        01  ws-vol-left            pic x.
        01  ws-status-text         pic x(60).

        01  ws-counts.
            05 ws-term-count       pic 9(5) value 0.
            05 ws-gen-count        pic 9(5) value 0.
            05 ws-leave-count      pic 9(5) value 0.
            05 ws-nobasis-count    pic 9(5) value 0.
            05 ws-ded-stop-count   pic 9(5) value 0.
            05 ws-garn-count       pic 9(5) value 0.
            05 ws-dd-drop-count    pic 9(5) value 0.
            05 ws-review-count     pic 9(5) value 0.
        01  ws-payout-total        pic 9(9)v99 value 0.

        *> change-history record, shared with lab6mnt, lab6bnk,
        *> lab6ded, and lab6ret
        01  ch-record.
            05 ch-Date             pic 9(8).
            05 ch-Source           pic x(8) value "LAB6FIN".
            05 ch-EmpNumber        pic x(5).
            05 ch-Action           pic x(3) value "FNL".
            05 ch-Field            pic x(15).
            05 ch-Qual.
               10 ch-QualType      pic x(2).
               10 ch-QualSeq       pic 9(2).
            05 ch-OldValue         pic x(30).
            05 ch-NewValue         pic x(30).

        01  ws-acct-text.
            05 wa-Routing          pic x(9).
            05                     pic x value space.
            05 wa-Account          pic x(17).

        *> the final-pay transaction and the leave transactions
        *> that close the balances, in lab6's transaction layout
        01  ft-record.
            05 ft-EmpNumber        pic x(5).
            05 ft-PayCode          pic x.
            05 ft-Pay              pic s9(7)v99.
            05 ft-HoursPerweek     pic s9(2)v99.
            05 ft-CommissionRate   pic v999.
            05 ft-SalesAmount      pic s9(7)v99.
            05 ft-TransType        pic x.
            05 ft-ReasonCode       pic x(3).

        01  fin-title.
            05                  pic x(20) value "Final Pay Worksheet".
            05                  pic x(10) value "Run date ".
            05  ft-RunDate      pic 9(8).
            05                  pic x(16) value "   Sick policy: ".
            05  ft-Policy       pic x(10).
            05                  pic x(20) value "   Look-back days: ".
            05  ft-Lookback     pic zz9.

        01  fin-emp-line.
            05                  pic x(9) value "Employee ".
            05  fe-EmpNumber    pic x(7).
            05  fe-Name         pic x(37).
            05                  pic x(5) value "Dept ".
            05  fe-Dept         pic x(6).
            05  fe-DptName      pic x(31).
            05                  pic x(11) value "Terminated ".
            05  fe-TermDate     pic 9(8).
            05                  pic x(2) value " (".
            05  fe-Days         pic zzzz9.
            05                  pic x(6) value " days)".

        01  fin-leave-line.
            05                  pic x(4) value spaces.
            05  fl-Label        pic x(10).
            05                  pic x(9) value "accrued ".
            05  fl-Accrued      pic -zz,zz9.99.
            05                  pic x(8) value "  taken ".
            05  fl-Taken        pic -zz,zz9.99.
            05                  pic x(10) value "  unused ".
            05  fl-Unused       pic -zz,zz9.99.
            05                  pic x(8) value " hrs at ".
            05  fl-Rate         pic $$,$$9.9999.
            05                  pic x(3) value " = ".
            05  fl-Pay          pic $$,$$$,$$9.99.
            05                  pic x(2) value spaces.
            05  fl-Note         pic x(12).

        01  fin-pay-line.
            05                  pic x(4) value spaces.
            05                  pic x(18) value "Final-pay payout: ".
            05  fp-Payout       pic $$,$$$,$$9.99.
            05                  pic x(2) value spaces.
            05  fp-Status       pic x(60).

        01  fin-ded-line.
            05                  pic x(4) value spaces.
            05  fd-Action       pic x(32).
            05                  pic x(4) value "Seq ".
            05  fd-Seq          pic 99.
            05                  pic x(7) value "  Type ".
            05  fd-Type         pic x(4).
            05                  pic x(7) value "Payee ".
            05  fd-Payee        pic x(20).

        01  fin-text-line.
            05                  pic x(4) value spaces.
            05  fx-Text         pic x(100).

        01  fin-sign-line.
            05                  pic x(4) value spaces.
            05                  pic x(44)
               value "HR approval ______________________________ ".
            05                  pic x(20) value "Date ______________".

        01  fin-count-line.
            05                     pic x(2) value spaces.
            05  fc-label           pic x(42).
            05  fc-count           pic zzz,zz9.

        01  fin-total-line.
            05                     pic x(2) value spaces.
            05  fo-label           pic x(42).
            05  fo-amount          pic $$$,$$$,$$9.99.

        01  blank-line             pic x value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize
           perform 200-loadTerms
           perform 300-loadPayBasis
           perform 400-scanHistory
           perform 500-processTerms
               varying tt-idx from 1 by 1 until tt-idx > tt-count
           perform 900-finalize

            stop run.

        100-initialize.

           accept ws-date from date yyyymmdd
           compute ws-run-ymd = ws-yr * 10000 + ws-mo * 100 + ws-dy
           move ws-run-ymd to ws-cvt-date
           perform 850-dateToSerial
           move ws-cvt-serial to ws-run-serial

        *> a mid-cycle restart runs the register on the transaction
        *> file the first attempt sequenced -- rebuilding the final
        *> pays now would shift it under the checkpoint
           open input ckptFile
           if ckpt-file-status = "00"
              read ckptFile
                 at end
                    continue
                 not at end
                    display "Checkpoint on file -- mid-cycle restart,"
                            " final-pay transactions left as built"
                    close ckptFile
                    stop run
              end-read
              close ckptFile
           end-if

           open input finParmFile
           if fp-file-status = "00"
              read finParmFile
                 at end
                    continue
                 not at end
                    if fp-SickPolicy = "P" or "F"
                       move fp-SickPolicy to ws-sick-policy
                    else
                       display "FINPARM sick policy is not P or F --"
                               " sick hours are forfeited"
                    end-if
                    if fp-LookbackDays numeric and fp-LookbackDays > 0
                       move fp-LookbackDays to ws-lookback-days
                    else
                       display "FINPARM look-back is not usable --"
                               " default of " ws-lookback-days
                               " days used"
                    end-if
              end-read
              close finParmFile
           else
              display "No FINPARM card -- sick hours forfeited, "
                      ws-lookback-days " day look-back"
           end-if

           open input payParmFile
           if pp-file-status = "00"
              read payParmFile
                 at end
                    move 0 to pp-PeriodStart
              end-read
              close payParmFile
           else
              move 0 to pp-PeriodStart
           end-if
           if pp-PeriodStart numeric and pp-PeriodStart > 0
              move pp-PeriodStart to ws-run-start
              if pp-PeriodEnd numeric
                 and pp-PeriodEnd >= pp-PeriodStart
                 move pp-PeriodStart to ws-period-start
                 move pp-PeriodEnd to ws-period-end
              end-if
           else
        *> no period card -- every history record counts as earlier
              display "No usable PAYPARM period -- all pay history"
                      " treated as prior periods"
              move 99999999 to ws-run-start
           end-if
           if ws-period-end > 0
              evaluate pp-Cycle
                  when "W"
                     move 52 to ws-periods
                  when "B"
                     move 26 to ws-periods
                  when "S"
                     move 24 to ws-periods
                  when other
                     move 12 to ws-periods
              end-evaluate
           else
              display "No PAYPARM period -- the final regular pay's"
                      " accrual is not added to payouts"
           end-if

        *> the deposit is dropped on the run AFTER the final pay, so
        *> the window has to reach back over this period and the
        *> one before it -- the period is taken twice, plus three
        *> days for a previous period longer than this one
           if pp-PeriodStart numeric and pp-PeriodStart > 0
              and pp-PeriodEnd numeric
              and pp-PeriodEnd >= pp-PeriodStart
              move pp-PeriodStart to ws-cvt-date
              perform 850-dateToSerial
              move ws-cvt-serial to ws-start-serial
              move pp-PeriodEnd to ws-cvt-date
              perform 850-dateToSerial
              compute ws-min-lookback = ws-run-serial - ws-start-serial
                      + ws-cvt-serial - ws-start-serial + 1 + 3
              if ws-min-lookback > 999
                 move 999 to ws-min-lookback
              end-if
              if ws-lookback-days < ws-min-lookback
                 move ws-lookback-days to ws-old-lookback
                 move ws-min-lookback to ws-lookback-days
                 display "Look-back of " ws-old-lookback
                         " days is shorter than the pay cycle needs"
                         " -- " ws-lookback-days " days used"
              end-if
           end-if
           compute ws-cutoff-serial = ws-run-serial - ws-lookback-days

           open output finTranFile
           open output finRptFile
           open input accMaster
           open i-o dedMaster
           open i-o bankMaster
           open extend chgFile
           if ch-file-status = "35"
              open output chgFile
           end-if

           move ws-run-ymd to ft-RunDate
           if ws-sick-paid
              move "PAID" to ft-Policy
           else
              move "FORFEITED" to ft-Policy
           end-if
           move ws-lookback-days to ft-Lookback
           write fin-out-rec from fin-title after advancing 1 line
           write fin-out-rec from blank-line after advancing 1 line.

        200-loadTerms.

           open input empMaster
           Perform until ms-eof = "Y"
              read empMaster next record
              at end move "Y" to ms-eof

              not at end
                 if ms-Status = "T"
                    and ms-TermDate numeric and ms-TermDate > 0
                    move ms-TermDate to ws-cvt-date
                    perform 850-dateToSerial
                    if ws-cvt-serial >= ws-cutoff-serial
                       perform 210-storeTerm
                    end-if
                 end-if
              end-read
              End-Perform
           close empMaster.

        210-storeTerm.
            if tt-count < 500
               add 1 to tt-count
               move ms-EmpNumber to tt-EmpNumber (tt-count)
               move spaces to tt-Name (tt-count)
               string ms-FirstName delimited by space
                      " " delimited by size
                      ms-LastName delimited by space
                      into tt-Name (tt-count)
               end-string
               move ms-DepartmentNumber to tt-Dept (tt-count)
               move ms-DptName to tt-DptName (tt-count)
               move ms-TermDate to tt-TermDate (tt-count)
               move space to tt-PayCode (tt-count)
               move 0 to tt-Pay (tt-count)
               move "N" to tt-FinalPaid (tt-count)
               move 0 to tt-PaidThrough (tt-count)
               move 0 to tt-DOH (tt-count)
               if ms-DOH numeric
                  move ms-DOH to tt-DOH (tt-count)
               end-if
               move 0 to tt-VacThis (tt-count)
               move 0 to tt-SickThis (tt-count)
            else
               display "Termination table is full -- employee "
                       ms-EmpNumber " and later not picked up"
               add 1 to ws-review-count
            end-if.

        300-loadPayBasis.
        *> the rate the payout is figured at is the one on the
        *> employee's regular transaction this cycle, and the leave
        *> keyed this cycle is not on ACCMSTR until lab6 posts it
           if tt-count > 0
              open input inFile
              if in-file-status = "00"
                 Perform until in-eof = "Y"
                    read inFile
                    at end move "Y" to in-eof

                    not at end
                       if in-TransType = space
                          and (in-PayCode = "H" or "S" or "C")
                          and in-Pay numeric
                          perform 310-matchBasis
                       end-if
                       if in-TransType = "U"
                          and (in-ReasonCode = "VAC" or "SIC")
                          and in-HoursPerweek numeric
                          perform 315-matchLeave
                       end-if
                    end-read
                    End-Perform
                 close inFile
              end-if
           end-if.

        310-matchBasis.
            set tt-idx to 1
            search all tt-entry
                at end
                   continue
                when tt-EmpNumber (tt-idx) = in-EmpNumber
                   move in-PayCode to tt-PayCode (tt-idx)
                   move in-Pay to tt-Pay (tt-idx)
            end-search.

        315-matchLeave.
            set tt-idx to 1
            search all tt-entry
                at end
                   continue
                when tt-EmpNumber (tt-idx) = in-EmpNumber
                   if in-ReasonCode = "VAC"
                      add in-HoursPerweek to tt-VacThis (tt-idx)
                   else
                      add in-HoursPerweek to tt-SickThis (tt-idx)
                   end-if
            end-search.

        400-scanHistory.
        *> only periods before this one count -- the final pay this
        *> period is on its way, not made
           if tt-count > 0
              open input histFile
              if hs-file-status = "00"
                 Perform until eof = "Y"
                    read histFile
                    at end move "Y" to eof

                    not at end
                       if hs-PeriodStart < ws-run-start
                          perform 410-matchHist
                       end-if
                    end-read
                    End-Perform
                 close histFile
              end-if
           end-if.

        410-matchHist.
            set tt-idx to 1
            search all tt-entry
                at end
                   continue
                when tt-EmpNumber (tt-idx) = hs-EmpNumber
                   if hs-TransType = space
                      if hs-ReasonCode = "FNL"
                         move "Y" to tt-FinalPaid (tt-idx)
                      end-if
                      if hs-PeriodEnd > tt-PaidThrough (tt-idx)
                         move hs-PeriodEnd to tt-PaidThrough (tt-idx)
                      end-if
                   end-if
            end-search.

        500-processTerms.

           add 1 to ws-term-count
           move "N" to ws-review
           if tt-FinalPaid (tt-idx) = "Y"
        *> paid out in an earlier period -- all that can be left is
        *> the wind-down held for the final pay: the voluntary
        *> deductions and the deposit enrollment
              perform 545-checkVoluntary
              perform 550-readBank
              if bk-file-status = "00" or ws-vol-left = "Y"
                 perform 510-printEmpLine
                 move "Final pay made in an earlier period" to fx-Text
                 write fin-out-rec from fin-text-line
                     after advancing 1 line
                 move "Y" to ws-settled
                 if ws-vol-left = "Y"
                    perform 540-stopDeductions
                 end-if
                 if bk-file-status = "00"
                    perform 560-dropDeposit
                 end-if
                 write fin-out-rec from blank-line
                     after advancing 1 line
              end-if
           else
              perform 510-printEmpLine
              perform 520-figurePayout
        *> the deductions and the deposit stay until the last money
        *> has gone through them -- nothing left to pay and paid
        *> through the termination date
              move "N" to ws-settled
              if ws-payout = 0 and ws-review = "N"
                 and tt-PaidThrough (tt-idx) >= tt-TermDate (tt-idx)
                 move "Y" to ws-settled
              end-if
              perform 540-stopDeductions
              perform 550-readBank
              if bk-file-status not = "00"
                 move "Direct deposit: none on file" to fx-Text
                 write fin-out-rec from fin-text-line
                     after advancing 1 line
              else
                 if ws-settled = "Y"
                    perform 560-dropDeposit
                 else
                    move "Direct deposit: kept until final pay is made"
                            to fx-Text
                    write fin-out-rec from fin-text-line
                        after advancing 1 line
                 end-if
              end-if
              write fin-out-rec from fin-sign-line
                  after advancing 1 line
              write fin-out-rec from blank-line after advancing 1 line
           end-if
           if ws-review = "Y"
              add 1 to ws-review-count
           end-if.

        510-printEmpLine.

           move tt-EmpNumber (tt-idx) to fe-EmpNumber
           move tt-Name (tt-idx) to fe-Name
           move tt-Dept (tt-idx) to fe-Dept
           move tt-DptName (tt-idx) to fe-DptName
           move tt-TermDate (tt-idx) to fe-TermDate
           move tt-TermDate (tt-idx) to ws-cvt-date
           perform 850-dateToSerial
           compute ws-term-days = ws-run-serial - ws-cvt-serial
           if ws-term-days < 0
              move 0 to ws-term-days
           end-if
           move ws-term-days to fe-Days
           write fin-out-rec from fin-emp-line after advancing 1 line.

        520-figurePayout.

           move 0 to ws-vac-hrs
           move 0 to ws-sick-hrs
           move 0 to ws-vac-pay
           move 0 to ws-sick-pay
           move 0 to ws-payout
           move 0 to ws-rate

           evaluate tt-PayCode (tt-idx)
               when "H"
                  move tt-Pay (tt-idx) to ws-rate
               when "S"
               when "C"
                  compute ws-rate rounded = tt-Pay (tt-idx) / 2080
           end-evaluate

           move tt-EmpNumber (tt-idx) to am-EmpNumber
           read accMaster
               invalid key
                  move 0 to am-VacAccrued
                  move 0 to am-VacTaken
                  move 0 to am-SickAccrued
                  move 0 to am-SickTaken
           end-read
           perform 525-finalAccrual

        *> the balance as it will stand once this cycle has posted
           compute ws-vac-hrs = am-VacAccrued + ws-acc-vac
                   - am-VacTaken - tt-VacThis (tt-idx)
           compute ws-sick-hrs = am-SickAccrued + ws-acc-sick
                   - am-SickTaken - tt-SickThis (tt-idx)
           if ws-vac-hrs > 0
              compute ws-vac-pay rounded = ws-vac-hrs * ws-rate
           end-if
           if ws-sick-paid and ws-sick-hrs > 0
              compute ws-sick-pay rounded = ws-sick-hrs * ws-rate
           end-if
           compute ws-payout = ws-vac-pay + ws-sick-pay

           move "Vacation" to fl-Label
           compute ws-show-accrued = am-VacAccrued + ws-acc-vac
           compute ws-show-taken = am-VacTaken + tt-VacThis (tt-idx)
           move ws-show-accrued to fl-Accrued
           move ws-show-taken to fl-Taken
           move ws-vac-hrs to fl-Unused
           move ws-rate to fl-Rate
           move ws-vac-pay to fl-Pay
           move "PAID" to fl-Note
        *> taken past accrued is not clawed back out of the final
        *> check here -- whether it can be is a state-law question
           if ws-vac-hrs < 0
              move "OVERDRAWN" to fl-Note
              move "Y" to ws-review
           end-if
           write fin-out-rec from fin-leave-line after advancing 1 line

           move "Sick" to fl-Label
           compute ws-show-accrued = am-SickAccrued + ws-acc-sick
           compute ws-show-taken = am-SickTaken + tt-SickThis (tt-idx)
           move ws-show-accrued to fl-Accrued
           move ws-show-taken to fl-Taken
           move ws-sick-hrs to fl-Unused
           move ws-rate to fl-Rate
           move ws-sick-pay to fl-Pay
           if ws-sick-paid
              move "PAID" to fl-Note
           else
              move "FORFEITED" to fl-Note
           end-if
           write fin-out-rec from fin-leave-line after advancing 1 line

           move ws-payout to fp-Payout
           evaluate true
               when ws-vac-hrs <= 0
                    and (ws-sick-hrs <= 0 or not ws-sick-paid)
                  move "No leave payout due -- balances closed"
                          to fp-Status
                  move 0 to ws-payout
                  perform 530-closeBalances
               when ws-rate = 0
        *> hours are owed but there is no rate to figure them at
                  move "NO PAY BASIS -- key payout and U leave by hand"
                          to fp-Status
                  move 0 to ws-payout
                  move 0 to fp-Payout
                  move "Y" to ws-review
                  add 1 to ws-nobasis-count
               when other
                  move tt-EmpNumber (tt-idx) to ft-EmpNumber
                  move "L" to ft-PayCode
                  move ws-payout to ft-Pay
                  move 0 to ft-HoursPerweek
                  move 0 to ft-CommissionRate
                  move 0 to ft-SalesAmount
                  move space to ft-TransType
                  move "FNL" to ft-ReasonCode
                  write ft-out-rec from ft-record
                  add 1 to ws-gen-count
                  add ws-payout to ws-payout-total
                  move "Final-pay transaction generated for this cycle"
                          to fp-Status
                  perform 530-closeBalances
           end-evaluate
           write fin-out-rec from fin-pay-line after advancing 1 line.

        525-finalAccrual.
        *> the accrual lab6 will post with this cycle's regular pay,
        *> the same arithmetic as its accrual posting: tenure picks
        *> the vacation tier, the cycle's period count slices the
        *> annual figure, and the days on the payroll this period
        *> prorate it. no regular pay this cycle, nothing accrues.
            move 0 to ws-acc-vac
            move 0 to ws-acc-sick
            move "N" to ws-prorate-zero
            if tt-PayCode (tt-idx) not = space and ws-periods > 0
               move ws-period-start to ws-active-start
               move ws-period-end to ws-active-end
               if tt-DOH (tt-idx) > 0
                  if tt-DOH (tt-idx) > ws-period-end
                     move "Y" to ws-prorate-zero
                  else
                     if tt-DOH (tt-idx) > ws-active-start
                        move tt-DOH (tt-idx) to ws-active-start
                     end-if
                  end-if
                  if tt-TermDate (tt-idx) < ws-period-start
                     move "Y" to ws-prorate-zero
                  else
                     if tt-TermDate (tt-idx) < ws-active-end
                        move tt-TermDate (tt-idx) to ws-active-end
                     end-if
                  end-if
               end-if

               if ws-prorate-zero = "N"
                  move 0 to ws-svc-years
                  if tt-DOH (tt-idx) > 0
                     and ws-period-end > tt-DOH (tt-idx)
                     compute ws-svc-years =
                             (ws-period-end - tt-DOH (tt-idx)) / 10000
                  end-if
                  evaluate true
                      when ws-svc-years >= acc-tier3-years
                         move acc-vac-tier3 to ws-vac-annual
                      when ws-svc-years >= acc-tier2-years
                         move acc-vac-tier2 to ws-vac-annual
                      when other
                         move acc-vac-tier1 to ws-vac-annual
                  end-evaluate
                  compute ws-acc-vac rounded = ws-vac-annual
                          / ws-periods
                  compute ws-acc-sick rounded = acc-sick-annual
                          / ws-periods

                  if tt-DOH (tt-idx) > 0
                     and (ws-active-start > ws-period-start
                          or ws-active-end < ws-period-end)
                     move ws-period-start to ws-cvt-date
                     perform 850-dateToSerial
                     move ws-cvt-serial to ws-acc-serial
                     move ws-period-end to ws-cvt-date
                     perform 850-dateToSerial
                     compute ws-acc-period = ws-cvt-serial
                             - ws-acc-serial + 1
                     move ws-active-start to ws-cvt-date
                     perform 850-dateToSerial
                     move ws-cvt-serial to ws-acc-serial
                     move ws-active-end to ws-cvt-date
                     perform 850-dateToSerial
                     compute ws-acc-active = ws-cvt-serial
                             - ws-acc-serial + 1
                     if ws-acc-period > 0 and ws-acc-active > 0
                        and ws-acc-active < ws-acc-period
                        compute ws-acc-vac rounded = ws-acc-vac
                                * ws-acc-active / ws-acc-period
                        compute ws-acc-sick rounded = ws-acc-sick
                                * ws-acc-active / ws-acc-period
                     end-if
                     if ws-acc-active <= 0
                        move 0 to ws-acc-vac
                        move 0 to ws-acc-sick
                     end-if
                  end-if
               end-if
            end-if.

        530-closeBalances.
        *> the hours paid out, or forfeited, go to lab6 as leave
        *> taken, so the balances close when this cycle posts and
        *> not before. an overdrawn vacation balance writes nothing
        *> and stays as it is for HR to see.
            if ws-vac-hrs > 0
               move ws-vac-hrs to ws-close-hrs
               move "VAC" to ws-close-reason
               perform 535-writeLeave
            end-if
            if ws-sick-hrs > 0
               move ws-sick-hrs to ws-close-hrs
               move "SIC" to ws-close-reason
               perform 535-writeLeave
            end-if.

        535-writeLeave.
        *> the hours field holds under 100, so a larger balance goes
        *> as more than one transaction
            move tt-EmpNumber (tt-idx) to ft-EmpNumber
            move space to ft-PayCode
            move 0 to ft-Pay
            move 0 to ft-CommissionRate
            move 0 to ft-SalesAmount
            move "U" to ft-TransType
            move ws-close-reason to ft-ReasonCode
            Perform until ws-close-hrs = 0
               if ws-close-hrs > 99
                  move 99 to ft-HoursPerweek
               else
                  move ws-close-hrs to ft-HoursPerweek
               end-if
               subtract ft-HoursPerweek from ws-close-hrs
               write ft-out-rec from ft-record
               add 1 to ws-leave-count
            End-Perform.

        540-stopDeductions.
        *> garnishments are only ever listed. the voluntary
        *> deductions are listed as kept until the final pay is
        *> made, and stopped on the run that settles it.
           move "n" to dm-eof
           move tt-EmpNumber (tt-idx) to dm-EmpNumber
           move 0 to dm-Seq
           start dedMaster key not < dm-key
               invalid key
                  move "Y" to dm-eof
           end-start
           Perform until dm-eof = "Y"
              read dedMaster next record
              at end move "Y" to dm-eof

              not at end
                 if dm-EmpNumber not = tt-EmpNumber (tt-idx)
                    move "Y" to dm-eof
                 else
                    move dm-Seq to fd-Seq
                    move dm-Type to fd-Type
                    move dm-Payee to fd-Payee
                    if dm-is-garnish
                       move "Garnishment LEFT FOR LEGAL REVIEW"
                               to fd-Action
                       add 1 to ws-garn-count
                       move "Y" to ws-review
                    else
                       if ws-settled = "Y"
                          move "Deduction stopped" to fd-Action
                          move "Deduction" to ch-Field
                          move dm-Type to ch-QualType
                          move dm-Seq to ch-QualSeq
                          move dm-Payee to ch-OldValue
                          move spaces to ch-NewValue
                          perform 570-writeChange
                          delete dedMaster record
                          add 1 to ws-ded-stop-count
                       else
                          move "Deduction kept until final pay"
                                  to fd-Action
                       end-if
                    end-if
                    write fin-out-rec from fin-ded-line
                        after advancing 1 line
                 end-if
              end-read
              End-Perform.

        545-checkVoluntary.
        *> is a voluntary deduction still on file, held for the
        *> final pay and due to be stopped now
           move "N" to ws-vol-left
           move "n" to dm-eof
           move tt-EmpNumber (tt-idx) to dm-EmpNumber
           move 0 to dm-Seq
           start dedMaster key not < dm-key
               invalid key
                  move "Y" to dm-eof
           end-start
           Perform until dm-eof = "Y"
              read dedMaster next record
              at end move "Y" to dm-eof

              not at end
                 if dm-EmpNumber not = tt-EmpNumber (tt-idx)
                    move "Y" to dm-eof
                 else
                    if not dm-is-garnish
                       move "Y" to ws-vol-left
                       move "Y" to dm-eof
                    end-if
                 end-if
              end-read
              End-Perform.

        550-readBank.
            move tt-EmpNumber (tt-idx) to bk-EmpNumber
            read bankMaster
                invalid key
                   continue
            end-read.

        560-dropDeposit.
            delete bankMaster record
                invalid key
                   move "Direct deposit: NOT dropped -- use lab6bnk X"
                           to fx-Text
                   move "Y" to ws-review
                not invalid key
                   move "Direct deposit: enrollment dropped" to fx-Text
                   add 1 to ws-dd-drop-count
                   move "PrimaryAcct" to ch-Field
                   move spaces to ch-Qual
                   move bk-Routing to wa-Routing
                   move bk-Account to wa-Account
                   move ws-acct-text to ch-OldValue
                   move spaces to ch-NewValue
                   perform 570-writeChange
                   if bk-Account2 not = spaces
                      move "SecondAcct" to ch-Field
                      move bk-Routing2 to wa-Routing
                      move bk-Account2 to wa-Account
                      move ws-acct-text to ch-OldValue
                      perform 570-writeChange
                   end-if
            end-delete
            write fin-out-rec from fin-text-line after advancing 1 line.

        570-writeChange.
            move ws-run-ymd to ch-Date
            move tt-EmpNumber (tt-idx) to ch-EmpNumber
            write ch-out-rec from ch-record.

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

           move "Terminations reviewed" to fc-label
           move ws-term-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line
           move "Final-pay transactions generated" to fc-label
           move ws-gen-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line
           move "Leave transactions closing balances" to fc-label
           move ws-leave-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line
           move "Total final-pay payout" to fo-label
           move ws-payout-total to fo-amount
           write fin-out-rec from fin-total-line after advancing 1 line
           move "Payouts with no pay basis -- key by hand" to fc-label
           move ws-nobasis-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line
           move "Deductions stopped" to fc-label
           move ws-ded-stop-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line
           move "Garnishments left for legal review" to fc-label
           move ws-garn-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line
           move "Direct-deposit enrollments dropped" to fc-label
           move ws-dd-drop-count to fc-count
           write fin-out-rec from fin-count-line after advancing 1 line

           display "Final pay: " ws-term-count " terminations, "
                   ws-gen-count " payouts generated, "
                   ws-review-count " need review"

           if ws-review-count > 0
              move 4 to return-code
           end-if

           close finTranFile
           close finRptFile
           close accMaster
           close dedMaster
           close bankMaster
           close chgFile.
