        *> Tyler Zysberg
        *> Year-end close for the payroll stream. YTDFILE otherwise
        *> accumulates forever, and everything measured against it --
        *> the 401k limit in lab6's 305-cap401k, the social security
        *> and additional medicare bases -- would carry last year's
        *> totals into January. This program closes the tax year:
        *>
        *>   - prints a W-2 for every employee with wages in the year,
        *>     reading YTDFILE against EMPMSTR for name, address and
        *>     tax id, with control totals at the end
        *>   - writes the SSA EFW2 submission file: an RA submitter
        *>     record, an RE employer record, one RW per employee, the
        *>     RT totals record and the RF final record
        *>   - copies every closing YTDFILE record to the dated
        *>     year-end archive dataset
        *>   - and only then zeroes the YTD buckets for the new year.
        *>
        *> It refuses to close -- condition code 8, nothing written
        *> and nothing zeroed -- unless the pay calendar shows the
        *> year's last period stamped paid by lab6cmk, so the
        *> rollover can never happen with a payroll still open. It
        *> also refuses on anything the W-2s cannot be right with:
        *> a YTD bucket left negative by a void whose replacement has
        *> not posted, an employee with wages but no master record or
        *> no social security number on file, or an archive dataset
        *> that already holds a closing (the year was closed before).
        *>
        *> The YECTL card carries the tax year being closed and the
        *> employer and submitter identification for the EFW2 file.


        Identification Division.

        Program-Id.        lab6yec.

        environment division.
        input-output section.
        file-control.
           select yeCtlFile assign to YECTL
               organization is line sequential
               file status is yc-file-status.

           select payCalFile assign to PAYCAL
               organization is indexed
               access mode is sequential
               record key is cal-PeriodStart
               file status is cal-file-status.

           select empMaster assign to EMPMSTR
               organization is indexed
               access mode is random
               record key is ms-EmpNumber
               file status is ms-file-status.

           select ytdFile assign to YTDFILE
               organization is indexed
               access mode is dynamic
               record key is ytd-EmpNumber
               file status is ytd-file-status.

           select w2PrintFile assign to W2PRINT
               organization is line sequential.

           select efw2File assign to EFW2
               organization is line sequential.

           select ytdArchFile assign to YTDARCH
               organization is line sequential
               file status is arc-file-status.


        Data Division.

        File Section.
        *> year-end control card -- the year being closed and who
        *> the employer and the submitter are on the EFW2 file
        FD yeCtlFile.
          01  yc-record.
           05 yc-TaxYear               pic 9(4).
           05 yc-EIN                   pic 9(9).
           05 yc-UserId                pic X(8).
           05 yc-EmployerName          pic X(57).
           05 yc-Address               pic X(22).
           05 yc-City                  pic X(22).
           05 yc-State                 pic X(2).
           05 yc-Zip                   pic X(5).
           05 yc-ContactName           pic X(27).
           05 yc-Phone                 pic X(15).
           05 yc-Email                 pic X(40).

        FD payCalFile.
          01  cal-record.
           05 cal-PeriodStart          pic 9(8).
           05 cal-Cycle                pic X.
           05 cal-PeriodEnd            pic 9(8).
           05 cal-CheckDate            pic 9(8).
           05 cal-PaidFlag             pic X.

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

        FD ytdFile.
          01  ytd-record.
           05 ytd-EmpNumber             Pic X(5).
           05 ytd-Gross-Pay             PIC S9(9)v99.
           05 ytd-401K                  PIC S9(7)v99.
           05 ytd-Fed                   PIC S9(7)v99.
           05 ytd-State                 PIC S9(7)v99.
           05 ytd-Local                 PIC S9(7)v99.
           05 ytd-Insurance             PIC S9(7)v99.
           05 ytd-OtherDeds             PIC S9(7)v99.
           05 ytd-NetPay                PIC S9(9)v99.
           05 ytd-SS-Wages              PIC S9(9)v99.
           05 ytd-SocSec                PIC S9(7)v99.
           05 ytd-Med-Wages             PIC S9(9)v99.
           05 ytd-Medicare              PIC S9(7)v99.

        FD w2PrintFile.
        01    w2-out-rec pic X(132).

        FD efw2File.
        01    efw2-out-rec pic X(512).

        *> the closing image of YTDFILE, record for record
        FD ytdArchFile.
        01    arc-out-rec pic X(121).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  cal-eof                pic x value "n".
        01  yc-file-status         pic xx value spaces.
        01  cal-file-status        pic xx value spaces.
        01  ms-file-status         pic xx value spaces.
        01  ytd-file-status        pic xx value spaces.
        01  arc-file-status        pic xx value spaces.

        01  ws-ready               pic x value "Y".
           88 ws-is-ready          value "Y".

        *> the year's last period on the calendar, by check date --
        *> W-2 wages belong to the year the check is dated in
        01  ws-cal-year            pic 9(4).
        01  ws-last-check          pic 9(8) value 0.
        01  ws-last-start          pic 9(8) value 0.
        01  ws-last-paid           pic x value "N".

        01  ws-counts.
            05 ws-ytd-count        pic 9(7) value 0.
            05 ws-w2-count         pic 9(7) value 0.
            05 ws-nowage-count     pic 9(7) value 0.
            05 ws-arc-count        pic 9(7) value 0.
            05 ws-zero-count       pic 9(7) value 0.
            05 ws-problem-count    pic 9(7) value 0.

        *> W-2 control totals -- the same figures the RT record
        *> carries, so the printed forms and the file prove together
        01  ws-totals.
            05 ws-tot-wages        pic 9(13)v99 value 0.
            05 ws-tot-fed          pic 9(13)v99 value 0.
            05 ws-tot-sswages      pic 9(13)v99 value 0.
            05 ws-tot-sstax        pic 9(13)v99 value 0.
            05 ws-tot-medwages     pic 9(13)v99 value 0.
            05 ws-tot-medtax       pic 9(13)v99 value 0.
            05 ws-tot-401k         pic 9(13)v99 value 0.
            05 ws-tot-state        pic 9(13)v99 value 0.
            05 ws-tot-local        pic 9(13)v99 value 0.

        *> one employee's W-2 boxes. box 1 is every dollar of wages
        *> (the medicare wages, commission included) less the 401k
        *> deferral; state and local wages are the same figure.
        01  ws-box1                pic s9(9)v99.
        01  ws-has-wages           pic x value "N".
        01  ws-save-emp            pic x(5).

        01  ws-city                pic x(22).
        01  ws-state-raw           pic x(20).
        01  ws-state               pic x(2).
        01  ws-lead                pic 9(2).

        01  ws-lower               pic x(26)
               value "abcdefghijklmnopqrstuvwxyz".
        01  ws-upper               pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

        01  ws-ssn                 pic 9(9).
        01  ws-ssn-r redefines ws-ssn.
            05 ws-ssn-area         pic 9(3).
            05 ws-ssn-group        pic 9(2).
            05 ws-ssn-serial       pic 9(4).

        *> ---- EFW2 records, 512 bytes each ----
        01  ra-record.
            05                     pic x(2)  value "RA".
            05  ra-EIN             pic 9(9).
            05  ra-UserId          pic x(8).
            05                     pic x(9)  value spaces.
            05                     pic x     value "0".
            05                     pic x(6)  value spaces.
            05                     pic x(2)  value "98".
            05  ra-CoName          pic x(57).
            05                     pic x(22) value spaces.
            05  ra-CoAddr          pic x(22).
            05  ra-CoCity          pic x(22).
            05  ra-CoState         pic x(2).
            05  ra-CoZip           pic x(5).
            05                     pic x(49) value spaces.
            05  ra-SubName         pic x(57).
            05                     pic x(22) value spaces.
            05  ra-SubAddr         pic x(22).
            05  ra-SubCity         pic x(22).
            05  ra-SubState        pic x(2).
            05  ra-SubZip          pic x(5).
            05                     pic x(49) value spaces.
            05  ra-Contact         pic x(27).
            05  ra-Phone           pic x(15).
            05                     pic x(8)  value spaces.
            05  ra-Email           pic x(40).
            05                     pic x(14) value spaces.
            05                     pic x     value "L".
            05                     pic x(12) value spaces.

        01  re-record.
            05                     pic x(2)  value "RE".
            05  re-TaxYear         pic 9(4).
            05                     pic x     value space.
            05  re-EIN             pic 9(9).
            05                     pic x(9)  value spaces.
            05                     pic x     value "0".
            05                     pic x(13) value spaces.
            05  re-Name            pic x(57).
            05                     pic x(22) value spaces.
            05  re-Addr            pic x(22).
            05  re-City            pic x(22).
            05  re-State           pic x(2).
            05  re-Zip             pic x(5).
            05                     pic x(4)  value spaces.
            05                     pic x     value "N".
            05                     pic x(44) value spaces.
            05                     pic x     value "R".
            05                     pic x     value space.
            05                     pic x     value "0".
            05  re-Contact         pic x(27).
            05  re-Phone           pic x(15).
            05                     pic x(15) value spaces.
            05  re-Email           pic x(40).
            05                     pic x(194) value spaces.

        *> money fields are whole cents, right-justified, zero
        *> filled; the boxes this payroll never uses go as zeros
        01  rw-record.
            05                     pic x(2)  value "RW".
            05  rw-SSN             pic 9(9).
            05  rw-First           pic x(15).
            05                     pic x(15) value spaces.
            05  rw-Last            pic x(20).
            05                     pic x(26) value spaces.
            05  rw-Addr            pic x(22).
            05  rw-City            pic x(22).
            05  rw-State           pic x(2).
            05  rw-Zip             pic x(5).
            05                     pic x(49) value spaces.
            05  rw-Wages           pic 9(9)v99.
            05  rw-FedTax          pic 9(9)v99.
            05  rw-SSWages         pic 9(9)v99.
            05  rw-SSTax           pic 9(9)v99.
            05  rw-MedWages        pic 9(9)v99.
            05  rw-MedTax          pic 9(9)v99.
            05                     pic 9(11)  value 0.
            05                     pic x(11) value spaces.
            05                     pic 9(11)  value 0.
            05  rw-401k            pic 9(9)v99.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic x(11) value spaces.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic x(11) value spaces.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic 9(11)  value 0.
            05                     pic x     value space.
            05                     pic x     value "0".
            05                     pic x     value space.
            05  rw-RetPlan         pic x.
            05                     pic x     value "0".
            05                     pic x(23) value spaces.

        01  rt-record.
            05                     pic x(2)  value "RT".
            05  rt-Count           pic 9(7).
            05  rt-Wages           pic 9(13)v99.
            05  rt-FedTax          pic 9(13)v99.
            05  rt-SSWages         pic 9(13)v99.
            05  rt-SSTax           pic 9(13)v99.
            05  rt-MedWages        pic 9(13)v99.
            05  rt-MedTax          pic 9(13)v99.
            05                     pic 9(15)  value 0.
            05                     pic x(15) value spaces.
            05                     pic 9(15)  value 0.
            05  rt-401k            pic 9(13)v99.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic x(15) value spaces.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic x(15) value spaces.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic 9(15)  value 0.
            05                     pic x(98) value spaces.

        01  rf-record.
            05                     pic x(2)  value "RF".
            05                     pic x(5)  value spaces.
            05  rf-Count           pic 9(9).
            05                     pic x(496) value spaces.

        *> ---- W-2 print ----
        01  w2-title.
            05                     pic x(45)
               value "Year-End Close -- W-2 Wage and Tax Statements".
            05                     pic x(12) value "   Tax Year ".
            05  wt-TaxYear         pic 9(4).

        01  w2-sep                 pic x(106) value all "-".

        01  w2-form-hdr.
            05                     pic x(36)
               value "Form W-2  Wage and Tax Statement".
            05  wf-TaxYear         pic 9(4).

        01  w2-employer-line.
            05                     pic x(12) value "Employer:".
            05  we-Name            pic x(57).
            05                     pic x(6)  value "EIN: ".
            05  we-EIN             pic 9(9).

        01  w2-employee-line.
            05                     pic x(12) value "Employee:".
            05  wl-EmpNumber       pic x(5).
            05                     pic x(2)  value spaces.
            05  wl-Last            pic x(20).
            05                     pic x     value space.
            05  wl-First           pic x(15).
            05                     pic x(8)  value "  SSN: ".
            05                     pic x(7)  value "XXX-XX-".
            05  wl-SSN4            pic 9(4).

        01  w2-address-line.
            05                     pic x(12) value spaces.
            05  wa-Addr            pic x(22).
            05                     pic x     value space.
            05  wa-City            pic x(22).
            05                     pic x     value space.
            05  wa-State           pic x(2).
            05                     pic x(2)  value spaces.
            05  wa-Zip             pic x(5).

        01  w2-box-line.
            05                     pic x(2)  value spaces.
            05  wb-Label1          pic x(34).
            05  wb-Amount1         pic $$$$,$$$,$$9.99.
            05                     pic x(6)  value spaces.
            05  wb-Label2          pic x(34).
            05  wb-Amount2         pic $$$$,$$$,$$9.99.

        01  w2-box-code-line.
            05                     pic x(2)  value spaces.
            05                     pic x(34)
               value "12  D  Elective 401k deferrals".
            05  wc-401k            pic $$$$,$$$,$$9.99.
            05                     pic x(6)  value spaces.
            05                     pic x(30)
               value "13  Retirement plan".
            05  wc-RetPlan         pic x.

        01  w2-local-line.
            05                     pic x(2)  value spaces.
            05                     pic x(34)
               value "20  Locality (school district)".
            05                     pic x(12) value spaces.
            05  wc-District        pic x(3).

        01  prob-line.
            05                     pic x(4)  value "*** ".
            05  pl-EmpNumber       pic x(5).
            05                     pic x(2)  value spaces.
            05  pl-Reason          pic x(70).

        01  tot-title.
            05                     pic x(40)
               value "W-2 / EFW2 Control Totals".

        01  tot-count-line.
            05                     pic x(22) value "YTD records read:".
            05  tc-Ytd             pic zzz,zz9.
            05                     pic x(16) value "   W-2s issued:".
            05  tc-W2              pic zzz,zz9.
            05                     pic x(18) value "   No wages:".
            05  tc-NoWage          pic zzz,zz9.

        01  tot-roll-line.
            05                     pic x(22) value "Archived:".
            05  tc-Arc             pic zzz,zz9.
            05                     pic x(16) value "   Zeroed:".
            05  tc-Zero            pic zzz,zz9.

        01  tot-amt-line.
            05                     pic x(2)  value spaces.
            05  ta-Label           pic x(34).
            05  ta-Amount          pic $$,$$$,$$$,$$$,$$9.99.

        01  refuse-line.
            05                     pic x(40)
               value "*** YEAR NOT CLOSED -- NOTHING WRITTEN,".
            05                     pic x(18) value " YTDFILE UNCHANGED".

        01  blank-line             pic x value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize
           perform 200-checkCalendar
           perform 300-checkArchive
           perform 400-prescanYTD

           if not ws-is-ready
              write w2-out-rec from blank-line after advancing 1 line
              write w2-out-rec from refuse-line after advancing 1 line
              display "Year " yc-TaxYear " not closed -- see W2PRINT"
              move 8 to return-code
              close w2PrintFile
              stop run
           end-if

           perform 500-closeYear
           perform 600-rollover
           perform 900-finalize

            stop run.

        100-initialize.

           open output w2PrintFile

           open input yeCtlFile
           if yc-file-status not = "00"
              display "YECTL could not be opened -- status "
                      yc-file-status " -- year not closed"
              move 8 to return-code
              close w2PrintFile
              stop run
           end-if
           read yeCtlFile
              at end
                 display "YECTL is empty -- year not closed"
                 move 8 to return-code
                 close yeCtlFile
                 close w2PrintFile
                 stop run
           end-read
           close yeCtlFile

           if yc-TaxYear not numeric or yc-TaxYear < 1900
              or yc-EIN not numeric or yc-EIN = 0
              display "YECTL tax year or EIN is not usable --"
                      " year not closed"
              move 8 to return-code
              close w2PrintFile
              stop run
           end-if

           move yc-TaxYear to wt-TaxYear
           move yc-TaxYear to wf-TaxYear
           write w2-out-rec from w2-title after advancing 1 line
           write w2-out-rec from blank-line after advancing 1 line.

        200-checkCalendar.
        *> the year's last scheduled period -- latest check date in
        *> the tax year, any cycle -- must carry lab6cmk's paid stamp
           open input payCalFile
           if cal-file-status not = "00"
              move spaces to pl-EmpNumber
              move "Pay calendar could not be opened"
                      to pl-Reason
              perform 810-problem
           else
              Perform until cal-eof = "Y"
                 read payCalFile next record
                 at end move "Y" to cal-eof

                 not at end
                    divide cal-CheckDate by 10000 giving ws-cal-year
                    if ws-cal-year = yc-TaxYear
                       and cal-CheckDate >= ws-last-check
                       move cal-CheckDate to ws-last-check
                       move cal-PeriodStart to ws-last-start
                       move cal-PaidFlag to ws-last-paid
                    end-if
                 end-read
                 End-Perform
              close payCalFile

              move spaces to pl-EmpNumber
              if ws-last-check = 0
                 move "No period on the pay calendar for the tax year"
                         to pl-Reason
                 perform 810-problem
              else
                 if ws-last-paid not = "Y"
                    move spaces to pl-Reason
                    string "Last period of the year (start "
                           delimited by size
                           ws-last-start delimited by size
                           ") is not stamped paid" delimited by size
                           into pl-Reason
                    perform 810-problem
                 end-if
              end-if
           end-if.

        300-checkArchive.
        *> a closing already on the archive means the year was
        *> closed before -- a second pass would issue duplicate W-2s
        *> off buckets that are already zero
           open input ytdArchFile
           if arc-file-status = "00"
              read ytdArchFile
                 at end
                    continue
                 not at end
                    move spaces to pl-EmpNumber
                    move "Year-end archive already holds a closing"
                            to pl-Reason
                    perform 810-problem
              end-read
              close ytdArchFile
           end-if.

        400-prescanYTD.
        *> everything the W-2s depend on is proved before a single
        *> form prints, so a refusal leaves nothing half-done

           open input empMaster
           open input ytdFile
           if ytd-file-status not = "00"
              move spaces to pl-EmpNumber
              move "YTDFILE could not be opened" to pl-Reason
              perform 810-problem
           else
              move "n" to eof
              Perform until eof = "Y"
                 read ytdFile next record
                 at end move "Y" to eof

                 not at end
                    perform 410-prescanOne
                 end-read
                 End-Perform
              close ytdFile
           end-if
           close empMaster.

        410-prescanOne.
            move ytd-EmpNumber to pl-EmpNumber
            if ytd-Gross-Pay < 0 or ytd-401K < 0 or ytd-Fed < 0
               or ytd-State < 0 or ytd-Local < 0 or ytd-Insurance < 0
               or ytd-OtherDeds < 0 or ytd-NetPay < 0
               or ytd-SS-Wages < 0 or ytd-SocSec < 0
               or ytd-Med-Wages < 0 or ytd-Medicare < 0
               move "Negative YTD bucket -- post the pending correction"
                       to pl-Reason
               perform 810-problem
            end-if

            perform 420-checkWages
            if ws-has-wages = "Y"
               move ytd-EmpNumber to ms-EmpNumber
               read empMaster
                   invalid key
                      move "Wages on YTDFILE but no employee master"
                              to pl-Reason
                      perform 810-problem
                   not invalid key
                      if ms-SSN not numeric or ms-SSN = 0
                         move "No social security number on the master"
                                 to pl-Reason
                         perform 810-problem
                      end-if
               end-read
            end-if.

        420-checkWages.
            move "N" to ws-has-wages
            if ytd-Gross-Pay not = 0 or ytd-Med-Wages not = 0
               or ytd-Fed not = 0 or ytd-State not = 0
               or ytd-Local not = 0 or ytd-SocSec not = 0
               or ytd-Medicare not = 0 or ytd-401K not = 0
               move "Y" to ws-has-wages
            end-if.

        500-closeYear.

           open input empMaster
           open input ytdFile
           open output efw2File
           open output ytdArchFile

           perform 510-writeHeaders

           move "n" to eof
           Perform until eof = "Y"
              read ytdFile next record
              at end move "Y" to eof

              not at end
                 add 1 to ws-ytd-count
                 write arc-out-rec from ytd-record
                 add 1 to ws-arc-count
                 perform 420-checkWages
                 if ws-has-wages = "Y"
                    perform 520-issueW2
                 else
                    add 1 to ws-nowage-count
                 end-if
              end-read
              End-Perform

           perform 580-writeTotals

           close empMaster.
           close ytdFile.
           close efw2File.
           close ytdArchFile.

        510-writeHeaders.

           move yc-EIN to ra-EIN
           move yc-UserId to ra-UserId
           move yc-EmployerName to ra-CoName
           move yc-Address to ra-CoAddr
           move yc-City to ra-CoCity
           move yc-State to ra-CoState
           move yc-Zip to ra-CoZip
           move yc-EmployerName to ra-SubName
           move yc-Address to ra-SubAddr
           move yc-City to ra-SubCity
           move yc-State to ra-SubState
           move yc-Zip to ra-SubZip
           move yc-ContactName to ra-Contact
           move yc-Phone to ra-Phone
           move yc-Email to ra-Email
           inspect ra-record converting ws-lower to ws-upper
           move yc-Email to ra-Email
           write efw2-out-rec from ra-record

           move yc-TaxYear to re-TaxYear
           move yc-EIN to re-EIN
           move yc-EmployerName to re-Name
           move yc-Address to re-Addr
           move yc-City to re-City
           move yc-State to re-State
           move yc-Zip to re-Zip
           move yc-ContactName to re-Contact
           move yc-Phone to re-Phone
           move yc-Email to re-Email
           inspect re-record converting ws-lower to ws-upper
           move yc-Email to re-Email
           write efw2-out-rec from re-record.

        520-issueW2.

           move ytd-EmpNumber to ms-EmpNumber
           read empMaster
               invalid key
                  move spaces to ms-record
                  move 0 to ms-SSN
           end-read

           compute ws-box1 = ytd-Med-Wages - ytd-401K
           if ws-box1 < 0
              move 0 to ws-box1
           end-if
           perform 530-splitCityState

           move ms-SSN to rw-SSN
           move ms-FirstName to rw-First
           move ms-LastName to rw-Last
           move ms-Adress to rw-Addr
           move ws-city to rw-City
           move ws-state to rw-State
           move ms-ZipCode to rw-Zip
           move ws-box1 to rw-Wages
           move ytd-Fed to rw-FedTax
           move ytd-SS-Wages to rw-SSWages
           move ytd-SocSec to rw-SSTax
           move ytd-Med-Wages to rw-MedWages
           move ytd-Medicare to rw-MedTax
           move ytd-401K to rw-401k
           if ytd-401K > 0
              move "1" to rw-RetPlan
           else
              move "0" to rw-RetPlan
           end-if
           inspect rw-record converting ws-lower to ws-upper
           write efw2-out-rec from rw-record

           add 1 to ws-w2-count
           add ws-box1 to ws-tot-wages
           add ytd-Fed to ws-tot-fed
           add ytd-SS-Wages to ws-tot-sswages
           add ytd-SocSec to ws-tot-sstax
           add ytd-Med-Wages to ws-tot-medwages
           add ytd-Medicare to ws-tot-medtax
           add ytd-401K to ws-tot-401k
           add ytd-State to ws-tot-state
           add ytd-Local to ws-tot-local

           perform 540-printW2.

        530-splitCityState.
        *> the master carries "City, ST" in one field
           move spaces to ws-city
           move spaces to ws-state-raw
           move spaces to ws-state
           unstring ms-CityState delimited by ","
               into ws-city ws-state-raw
           end-unstring
           move 0 to ws-lead
           inspect ws-state-raw tallying ws-lead for leading spaces
           if ws-lead < 19
              move ws-state-raw (ws-lead + 1:2) to ws-state
           end-if.

        540-printW2.

           write w2-out-rec from w2-sep after advancing 1 line
           write w2-out-rec from w2-form-hdr after advancing 1 line
           move yc-EmployerName to we-Name
           move yc-EIN to we-EIN
           write w2-out-rec from w2-employer-line
               after advancing 1 line

           move ytd-EmpNumber to wl-EmpNumber
           move ms-LastName to wl-Last
           move ms-FirstName to wl-First
           move ms-SSN to ws-ssn
           move ws-ssn-serial to wl-SSN4
           write w2-out-rec from w2-employee-line
               after advancing 1 line
           move ms-Adress to wa-Addr
           move ws-city to wa-City
           move ws-state to wa-State
           move ms-ZipCode to wa-Zip
           write w2-out-rec from w2-address-line
               after advancing 1 line
           write w2-out-rec from blank-line after advancing 1 line

           move "1  Wages, tips, other comp." to wb-Label1
           move ws-box1 to wb-Amount1
           move "2  Federal income tax withheld" to wb-Label2
           move ytd-Fed to wb-Amount2
           write w2-out-rec from w2-box-line after advancing 1 line

           move "3  Social security wages" to wb-Label1
           move ytd-SS-Wages to wb-Amount1
           move "4  Social security tax withheld" to wb-Label2
           move ytd-SocSec to wb-Amount2
           write w2-out-rec from w2-box-line after advancing 1 line

           move "5  Medicare wages and tips" to wb-Label1
           move ytd-Med-Wages to wb-Amount1
           move "6  Medicare tax withheld" to wb-Label2
           move ytd-Medicare to wb-Amount2
           write w2-out-rec from w2-box-line after advancing 1 line

           move ytd-401K to wc-401k
           if ytd-401K > 0
              move "X" to wc-RetPlan
           else
              move space to wc-RetPlan
           end-if
           write w2-out-rec from w2-box-code-line
               after advancing 1 line

           move "16 State wages, tips, etc." to wb-Label1
           move ws-box1 to wb-Amount1
           move "17 State income tax" to wb-Label2
           move ytd-State to wb-Amount2
           write w2-out-rec from w2-box-line after advancing 1 line

           move "18 Local wages, tips, etc." to wb-Label1
           move ws-box1 to wb-Amount1
           move "19 Local income tax" to wb-Label2
           move ytd-Local to wb-Amount2
           write w2-out-rec from w2-box-line after advancing 1 line

           move ms-SchoolDistrict to wc-District
           write w2-out-rec from w2-local-line after advancing 1 line
           write w2-out-rec from blank-line after advancing 1 line.

        580-writeTotals.

           move ws-w2-count to rt-Count
           move ws-tot-wages to rt-Wages
           move ws-tot-fed to rt-FedTax
           move ws-tot-sswages to rt-SSWages
           move ws-tot-sstax to rt-SSTax
           move ws-tot-medwages to rt-MedWages
           move ws-tot-medtax to rt-MedTax
           move ws-tot-401k to rt-401k
           write efw2-out-rec from rt-record

           move ws-w2-count to rf-Count
           write efw2-out-rec from rf-record.

        600-rollover.
        *> the closing image is safely on the archive -- now start
        *> the new year at zero. the employee rows stay on file;
        *> only the buckets are cleared.
           open i-o ytdFile
           move "n" to eof
           Perform until eof = "Y"
              read ytdFile next record
              at end move "Y" to eof

              not at end
                 move ytd-EmpNumber to ws-save-emp
                 initialize ytd-record
                 move ws-save-emp to ytd-EmpNumber
                 rewrite ytd-record
                     invalid key
                        display "YTD rewrite failed for employee "
                                ws-save-emp " -- status "
                                ytd-file-status
                        move 16 to return-code
                     not invalid key
                        add 1 to ws-zero-count
                 end-rewrite
              end-read
              End-Perform
           close ytdFile.

        810-problem.
           move "N" to ws-ready
           add 1 to ws-problem-count
           write w2-out-rec from prob-line after advancing 1 line
           move spaces to pl-Reason.

        900-finalize.

           write w2-out-rec from w2-sep after advancing 1 line
           write w2-out-rec from tot-title after advancing 1 line
           write w2-out-rec from blank-line after advancing 1 line
           move ws-ytd-count to tc-Ytd
           move ws-w2-count to tc-W2
           move ws-nowage-count to tc-NoWage
           write w2-out-rec from tot-count-line after advancing 1 line
           move ws-arc-count to tc-Arc
           move ws-zero-count to tc-Zero
           write w2-out-rec from tot-roll-line after advancing 1 line
           write w2-out-rec from blank-line after advancing 1 line

           move "Box 1  Wages, tips, other comp." to ta-Label
           move ws-tot-wages to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 2  Federal income tax" to ta-Label
           move ws-tot-fed to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 3  Social security wages" to ta-Label
           move ws-tot-sswages to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 4  Social security tax" to ta-Label
           move ws-tot-sstax to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 5  Medicare wages" to ta-Label
           move ws-tot-medwages to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 6  Medicare tax" to ta-Label
           move ws-tot-medtax to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 12 D  401k deferrals" to ta-Label
           move ws-tot-401k to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 17 State income tax" to ta-Label
           move ws-tot-state to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line
           move "Box 19 Local income tax" to ta-Label
           move ws-tot-local to ta-Amount
           write w2-out-rec from tot-amt-line after advancing 1 line

           display "Year " yc-TaxYear " closed: " ws-w2-count
                   " W-2s, " ws-arc-count " YTD records archived, "
                   ws-zero-count " zeroed"

           close w2PrintFile.
