           select distRateFile assign to DISTRATE
               organization is line sequential.

           select taxRateFile assign to TAXTABLE
               organization is line sequential.

           select dedMaster assign to DEDMSTR
               organization is indexed
               access mode is dynamic
           select k4WorkFile assign to K4WORK
               organization is line sequential.

           select ppWorkFile assign to PPWORK
               organization is line sequential.

           select rmWorkFile assign to RMWORK
               organization is line sequential.

           select histFile assign to PAYHIST
               organization is line sequential
               file status is hs-file-status.
        FD inFile.
          01  in-record.
           05 in-EmpNumber        Pic X(5).
        *> S salaried, H hourly, C commission, L a lump sum paid
        *> exactly as keyed -- the final-pay leave payout lab6fin
        *> generates with reason code FNL
           05 in-PayCode                pic X.
           05 in-Pay                pic S9(7)v99.
           05 in-HoursPerweek         Pic S9(2)v99.
           05 ms-Status                  PIC X.
           05 ms-TermDate                PIC 9(8).
           05 ms-PayMethod               PIC X.
        *> the employee's W-4 elections. filing status S/M/H picks
        *> the bracket set on TAXTABLE (blank falls back to the
        *> marital status); the dependent credit and other income
        *> are the annual figures off the form, extra withholding
        *> is per pay period, and an exempt employee has no
        *> federal income tax withheld at all.
           05 ms-FilingStatus            PIC X.
           05 ms-DepCredit               PIC 9(5)v99.
           05 ms-OtherIncome             PIC 9(7)v99.
           05 ms-ExtraWH                 PIC 9(5)v99.
           05 ms-Exempt                  PIC X.
        *> tax id and ZIP, carried for the year-end W-2 and EFW2
           05 ms-SSN                     PIC 9(9).
           05 ms-ZipCode                 PIC X(5).

        FD ytdFile.
          01  ytd-record.
           05 ytd-Insurance             PIC S9(7)v99.
           05 ytd-OtherDeds             PIC S9(7)v99.
           05 ytd-NetPay                PIC S9(9)v99.
        *> the employee's FICA and the wages it was taken on ride at
        *> the end of the record. social security wages are the
        *> wages actually taxed (they stop at the base); medicare
        *> wages are every dollar, commission included, and are what
        *> the additional medicare threshold is measured against.
           05 ytd-SS-Wages              PIC S9(9)v99.
           05 ytd-SocSec                PIC S9(7)v99.
           05 ytd-Med-Wages             PIC S9(9)v99.
           05 ytd-Medicare              PIC S9(7)v99.

        FD outFile.
        01    out-rec pic X(250).
        *> working storage -- a shorter record silently truncates the
        *> checkpoint's tail and a restart reads garbage back
        FD ckptFile.
        01    ckpt-out-rec pic X(16500).

        FD payExcFile.
        01    exc2-out-rec pic X(80).
           05 dr-EffDate               pic 9(8).
           05 dr-Rate                  pic v9(5).

        *> income tax brackets -- one row per bracket, annualized.
        *> jurisdiction FD is federal, ST is state. a row says: on
        *> annual wages over tx-WageFloor, the tax is tx-BaseTax plus
        *> tx-Rate of the excess. payroll keys a complete new set of
        *> brackets with a new effective date each January.
        *> FS and SS are the federal and state supplemental rates for
        *> a lump-sum pay, one row each with a blank filing status
        *> and a zero floor -- the rate is taken flat on the pay.
        FD taxRateFile.
          01  tx-record.
           05 tx-Juris                 pic X(2).
           05 tx-FilingStatus          pic X.
           05 tx-EffDate               pic 9(8).
           05 tx-WageFloor             pic 9(7)v99.
           05 tx-BaseTax               pic 9(7)v99.
           05 tx-Rate                  pic v9(5).

        FD distRptFile.
        01    dist-out-rec pic X(132).

           05 dm-LifetimeCap           pic 9(9)v99.
           05 dm-LifetimeTaken         pic 9(9)v99.
           05 dm-Payee                 pic X(20).
           05 dm-CaseNumber            pic X(20).

        FD dedRptFile.
        01    ded-out-rec pic X(132).
           05 k4w-Amount               pic 9(7)v99.
           05 k4w-Match                pic 9(7)v99.

        *> per-run positive-pay detail: an I record for every check
        *> 565-writeCheck cuts, a V record for every check-paid pay
        *> a void transaction reverses. the void carries no check
        *> number -- the positive-pay step finds the original on the
        *> outstanding-check file by employee and amount.
        FD ppWorkFile.
          01  pw-record.
           05 pw-Type                  pic X.
           05 pw-CheckNo               pic 9(8).
           05 pw-EmpNumber             pic X(5).
           05 pw-Date                  pic 9(8).
           05 pw-Amount                pic 9(9)v99.
           05 pw-Payee                 pic X(37).

        *> per-run third-party remittance detail, one record per
        *> employee per amount owed outside: D a DEDMSTR deduction
        *> under its payee, S school-district tax under the district
        *> code, I an insurance premium under the coverage line. the
        *> AP interface step maps each payee to a vendor once the run
        *> balances. the reference is what the receiving party files
        *> the money under -- the court case number on a deduction.
        FD rmWorkFile.
          01  rw-record.
           05 rw-Kind                  pic X.
           05 rw-Type                  pic X(2).
           05 rw-Payee                 pic X(20).
           05 rw-EmpNumber             pic X(5).
           05 rw-Name                  pic X(25).
           05 rw-Reference             pic X(20).
           05 rw-Amount                pic 9(7)v99.

        *> pay history -- the machine-readable twin of the register
        *> line, one record per processed transaction, appended
        *> across runs. the individual deduction amounts actually
              10 hs-dd-Type            pic X(2).
              10 hs-dd-Payee           pic X(20).
              10 hs-dd-Amount          pic 9(7)v99.
        *> the employee FICA withheld is carried after the deduction
        *> detail so every record written before it existed still
        *> reads at the same offsets
           05 hs-SocSec                pic S9(7)v99.
           05 hs-Medicare              pic S9(7)v99.

        *> leave accrual master -- vacation and sick hours carried
        *> run to run, keyed by employee. accrued grows each pay
            05                     pic x(16) value "Insurance".
            05                     pic x(13) value "Other Deds".
            05                     pic x(12) value "Net Pay".
            05                     pic x(16) value "OT Prem".
            05                     pic x(13) value "Soc Sec".
            05                     pic x(13) value "Medicare".
        
        01  dtl-line.
            05                      pic X.
        *> every amount the balancing step reads
            05                     pic x(3) value spaces.
            05 dl-Overtime         pic $$$,$$9.99.
        *> employee FICA follows for the same reason
            05                     pic x(3) value spaces.
            05 dl-SocSec           pic $$$,$$9.99.
            05                     pic x(3) value spaces.
            05 dl-Medicare         pic $$$,$$9.99.

        
        01  dpt-subtotal-line.
               10 ck-glc-ins          pic 9(11)v99.
               10 ck-glc-other        pic 9(11)v99.
               10 ck-glc-net          pic S9(11)v99.
               10 ck-glc-socsec       pic 9(11)v99.
               10 ck-glc-medicare     pic 9(11)v99.
            05 ck-gl-er-credits.
               10 ck-gle-ss          pic 9(11)v99.
               10 ck-gle-med         pic 9(11)v99.
        01 Ws-State      pic 9(5)V99.
        01 Ws-Local      pic 9(5)V99.
        01 Ws-Insurance  pic 9(5)V99.
        01 ws-ins-med    pic 9(5)V99.
        01 ws-ins-dental pic 9(5)V99.
        01 ws-ins-vision pic 9(5)V99.
        01 Ws-SocSec     pic 9(5)V99.
        01 Ws-Medicare   pic 9(5)V99.
        01 Ws-NetPay     pic S9(11)V99.
        01 editCommis    pic Z(7).ZZ.
        01 insuranceChars. 
        01 ws-local-rate   pic v9(5).
        01 ws-best-eff     pic 9(8).

        *> federal/state bracket table, loaded from TAXTABLE at start
        *> of run. like the district rates, a jurisdiction and filing
        *> status can carry several years of brackets --
        *> 318-findTaxBracket works only from the set with the latest
        *> effective date on or before the end of the period.
        01 tax-rate-table.
            05 tt-count        pic 9(3) value 0.
            05 tt-entry occurs 300 times indexed by tt-idx.
               10 tt-juris     pic x(2).
               10 tt-status    pic x.
               10 tt-effdate   pic 9(8).
               10 tt-floor     pic 9(7)v99.
               10 tt-base      pic 9(7)v99.
               10 tt-rate      pic v9(5).
        01 tax-eof         pic x value "n".

        01 ws-filing-status pic x.
        01 ws-dep-credit   pic 9(5)v99.
        01 ws-other-income pic 9(7)v99.
        01 ws-extra-wh     pic 9(5)v99.
        01 ws-exempt       pic x.
        01 ws-tx-juris     pic x(2).
        01 ws-tx-annual    pic s9(9)v99.
        01 ws-tx-tax       pic s9(9)v99.
        01 ws-tx-period    pic s9(7)v99.
        01 ws-tx-best-floor pic 9(7)v99.
        01 ws-tx-found     pic x value "N".
        01 ws-fed-found    pic x value "Y".
        01 ws-state-found  pic x value "Y".

        *> per-run remittance accumulators, one row per district paid
        01 dist-accum-table.
            05 da-entry occurs 100 times indexed by da-idx.
               10 ed-life-cap  pic 9(9)v99.
               10 ed-life-taken pic 9(9)v99.
               10 ed-payee     pic x(20).
               10 ed-case-no   pic x(20).
               10 ed-done      pic x.
               10 ed-taken     pic 9(7)v99.
        01 ed-idx          pic 9(2).
        01 gla-eof         pic x value "n".

        *> GL account-mapping table, loaded from GLACCTS at start of
        *> run. buckets: EX salary expense, 4K/FD/ST/LC/SW/MW/IN/OD
        *> the withholding liabilities, CA cash/ACH clearing.
        01 gl-acct-table.
            05 glt-count       pic 9(3) value 0.
            05 glt-entry occurs 300 times.
            05 glc-ins         pic 9(11)v99 value 0.
            05 glc-other       pic 9(11)v99 value 0.
            05 glc-net         pic S9(11)v99 value 0.
            05 glc-socsec      pic 9(11)v99 value 0.
            05 glc-medicare    pic 9(11)v99 value 0.

        01 ws-gl-debits    pic 9(12)v99 value 0.
        01 ws-gl-credits   pic S9(12)v99 value 0.
        01 ws-prior-401k   pic s9(9)v99 value 0.
        01 ws-401k-room    pic s9(9)v99 value 0.

        *> the employee's half of FICA. social security shares the
        *> employer's wage base above; medicare has no base, but
        *> wages past the threshold in the year carry the additional
        *> medicare rate on top -- employee side only, there is no
        *> employer match on it.
        01 ee-rates.
            05 ee-ss-rate      pic v9(4) value .0620.
            05 ee-med-rate     pic v9(4) value .0145.
            05 ee-addl-med-rate pic v9(4) value .0090.
            05 ee-addl-med-base pic 9(9)v99 value 200000.

        01 ws-ss-wages     pic 9(7)v99 value 0.
        01 ws-med-wages    pic 9(7)v99 value 0.
        01 ws-prior-sswages pic s9(9)v99 value 0.
        01 ws-prior-medwages pic s9(9)v99 value 0.
        01 ws-addl-med-wages pic s9(9)v99 value 0.

        01 Ws-ErSS         pic 9(7)v99 value 0.
        01 Ws-ErMed        pic 9(7)v99 value 0.
        01 Ws-ErFUTA       pic 9(7)v99 value 0.
           close bankMaster.
           close stubFile.
           close k4WorkFile.
           close ppWorkFile.
           close rmWorkFile.
           close histFile.
           close accMaster.

        100-initialize.

           initialize local-rate-table
           initialize tax-rate-table
           initialize dist-accum-table
           initialize remit-accum-table
           initialize gl-debit-table
              open extend chkRegFile
              open extend stubFile
              open extend k4WorkFile
              open extend ppWorkFile
              open extend rmWorkFile
           else
              open output outFile
              open output achFile
              open output chkRegFile
              open output stubFile
              open output k4WorkFile
              open output ppWorkFile
              open output rmWorkFile
              write exc2-out-rec from exc2-hdr after advancing 1 line
              write chkreg-out-rec from chkreg-title
                  after advancing 1 line
           open output glPostFile.
           open output glProofFile.
           perform 160-loadDistRates.
           perform 165-loadTaxRates.
           perform 170-loadGLAccts.

        160-loadDistRates.
              End-Perform
           close distRateFile.

        165-loadTaxRates.

           open input taxRateFile
           Perform until tax-eof = "Y"
              read taxRateFile
              at end move "Y" to tax-eof

              not at end
                 if tt-count < 300
                    add 1 to tt-count
                    move tx-Juris to tt-juris (tt-count)
                    move tx-FilingStatus to tt-status (tt-count)
                    move tx-EffDate to tt-effdate (tt-count)
                    move tx-WageFloor to tt-floor (tt-count)
                    move tx-BaseTax to tt-base (tt-count)
                    move tx-Rate to tt-rate (tt-count)
                 else
                    display "Tax rate table is full -- bracket for "
                            tx-Juris " " tx-FilingStatus " dropped"
                 end-if
              end-read
              End-Perform
           close taxRateFile.

        170-loadGLAccts.

           open input glAcctFile
                        = in-SalesAmount * in-CommissionRate


            End-If
            If in-PayCode = "L"
                Move in-Pay to Ws-Gross-Pay
                Move 0 to Ws-Commission
            End-If
            Perform 240-prorateGross
            Perform 300-calculateDeduc.
        *> employee was actually on the payroll. a hire after the
        *> period ends, or a termination before it starts, pays
        *> nothing. commission is not prorated -- it was earned on
        *> actual sales. a lump sum is owed whole whatever the
        *> dates -- a final-pay payout is paid after the termination
        *> date by definition.
            move "N" to ws-prorate-zero
            if in-PayCode not = "L"
               and ms-DOH numeric and ms-DOH > 0
               and ws-period-start > 0 and ws-period-end > 0
               move ws-period-start to ws-active-start
               move ws-period-end to ws-active-end
               or in-TransType = "R" or "P"
               perform 305-cap401k
            end-if.
            perform 312-getW4
            perform 315-calcFedTax
            perform 316-calcStateTax

            perform 310-findLocalRate
            Compute Ws-Local rounded = (Ws-totalSal - Ws-401K)
                            * ws-local-rate

            perform 307-calcFICA

            move 0 to Ws-Insurance                
            move 0 to ws-ins-med
            move 0 to ws-ins-dental
            move 0 to ws-ins-vision
        *> a lump sum comes on top of the period's regular pay, which
        *> has already taken the premiums and deductions
            if in-PayCode not = "L"
               if ms-Deps >= 2
                   if med = "M"
                       move 100 to ws-ins-med
                    
                   End-If    
                   If dental = "D"
                       move 40 to ws-ins-dental
                   End-If
                   If vision = "V"
                       move 7.5 to ws-ins-vision

                   End-if
               Else
                   if med = "M"
                       move 75 to ws-ins-med
                   End-if
                   if dental = "D"
                       move 25 to ws-ins-dental
                   End-If
                   if vision = "V"
                       move 5 to ws-ins-vision
                   End-If
               End-If
            end-if
            compute Ws-Insurance = ws-ins-med + ws-ins-dental
                    + ws-ins-vision
			
        *> garnishments and voluntary deductions apply to real
        *> current-period pay only -- reversing one is a manual
        *> DEDMSTR correction, not an automatic side effect of a void.
        *> a lump sum's period already took them with the regular pay.
            if ws-is-adj-mode or in-PayCode = "L"
               move 0 to Ws-OtherDeds
               move 0 to ed-count
            else
               perform 330-getEmpDeductions
               perform 335-applyDeductions
            end-if

            Compute Ws-NetPay rounded = Ws-totalSal - Ws-401K - Ws-Fed 
                    - Ws-State - Ws-Local - Ws-SocSec - Ws-Medicare
                    - Ws-Insurance - Ws-OtherDeds

            if not ws-is-adj-mode
               perform 320-accumDistrict
               if in-PayCode not = "L"
                  perform 325-writeInsRemit
               end-if
               perform 350-accumGL

               Compute subtotal rounded = subtotal + Ws-NetPay
               move ws-401k-room to Ws-401K
            end-if.

        307-calcFICA.
        *> the employee's social security and medicare. 401k
        *> deferrals do not reduce FICA wages, so both work from the
        *> full period wages, commission included. social security
        *> stops at the wage base measured against ytd-SS-Wages
        *> before this pay, and 360-calcEmployer taxes the same
        *> ws-ss-wages for the employer half, so the two halves
        *> agree to the penny. medicare takes every dollar, and the
        *> part of this pay that lands past the additional medicare
        *> base in the year takes the extra rate as well.
        *>
        *> a void reverses at the plain rates on the full wages.
        *> that is only right when the original pay was not cut
        *> off at the base or pushed past the threshold --
        *> 707-checkVoidCap refuses the void when YTD says it might
        *> have been.
            move 0 to ws-prior-sswages
            move 0 to ws-prior-medwages
            move in-EmpNumber to ytd-EmpNumber
            read ytdFile
                invalid key
                   continue
                not invalid key
                   move ytd-SS-Wages to ws-prior-sswages
                   move ytd-Med-Wages to ws-prior-medwages
            end-read
            if ws-prior-sswages < 0
               move 0 to ws-prior-sswages
            end-if
            if ws-prior-medwages < 0
               move 0 to ws-prior-medwages
            end-if

            if in-TransType = "V"
               move Ws-totalSal to ws-ss-wages
               move 0 to ws-addl-med-wages
            else
               compute ws-er-taxable = er-ss-base - ws-prior-sswages
               if ws-er-taxable < 0
                  move 0 to ws-er-taxable
               end-if
               if ws-er-taxable > Ws-totalSal
                  move Ws-totalSal to ws-er-taxable
               end-if
               move ws-er-taxable to ws-ss-wages

               compute ws-addl-med-wages = ws-prior-medwages
                       + Ws-totalSal - ee-addl-med-base
               if ws-addl-med-wages < 0
                  move 0 to ws-addl-med-wages
               end-if
               if ws-addl-med-wages > Ws-totalSal
                  move Ws-totalSal to ws-addl-med-wages
               end-if
            end-if
            move Ws-totalSal to ws-med-wages

            compute Ws-SocSec rounded = ws-ss-wages * ee-ss-rate
            compute Ws-Medicare rounded = ws-med-wages * ee-med-rate
                    + ws-addl-med-wages * ee-addl-med-rate.

        310-findLocalRate.
        *> latest effective date on or before the END OF THE PERIOD
        *> BEING PAID wins -- not the day the batch happens to run,
               end-perform
            end-if.

        312-getW4.
        *> an employee with no W-4 keyed has the fields blank, and
        *> withholds as S or M off the marital status with no
        *> credits, other income or extra withholding.
            move ms-FilingStatus to ws-filing-status
            if not (ws-filing-status = "S" or "M" or "H")
               if ms-MaritalStatus = "M" or "P"
                  move "M" to ws-filing-status
               else
                  move "S" to ws-filing-status
               end-if
            end-if
            move 0 to ws-dep-credit
            if ms-DepCredit numeric
               move ms-DepCredit to ws-dep-credit
            end-if
            move 0 to ws-other-income
            if ms-OtherIncome numeric
               move ms-OtherIncome to ws-other-income
            end-if
            move 0 to ws-extra-wh
            if ms-ExtraWH numeric
               move ms-ExtraWH to ws-extra-wh
            end-if
            move "N" to ws-exempt
            if ms-Exempt = "Y"
               move "Y" to ws-exempt
            end-if.

        315-calcFedTax.
        *> IRS percentage method: annualize this pay's taxable
        *> wages, add the W-4 other income, run the annual figure
        *> through the brackets, take the dependent credit off the
        *> annual tax, and bring it back to one period. extra
        *> withholding goes on top per pay.
            move 0 to Ws-Fed
            move "Y" to ws-fed-found
        *> a lump sum is supplemental wages: the flat FS rate on
        *> this pay alone, not annualized as if every period paid it
            if ws-exempt not = "Y" and in-PayCode = "L"
               compute ws-tx-annual = Ws-totalSal - Ws-401K
               move "FS" to ws-tx-juris
               move space to ws-filing-status
               perform 318-findTaxBracket
               move ws-tx-found to ws-fed-found
               move ws-tx-tax to Ws-Fed
            end-if
            if ws-exempt not = "Y" and in-PayCode not = "L"
               compute ws-tx-annual = (Ws-totalSal - Ws-401K)
                       * ws-periods + ws-other-income
               move "FD" to ws-tx-juris
               perform 318-findTaxBracket
               move ws-tx-found to ws-fed-found
               compute ws-tx-period rounded =
                       (ws-tx-tax - ws-dep-credit) / ws-periods
               if ws-tx-period < 0
                  move 0 to ws-tx-period
               end-if
               compute Ws-Fed = ws-tx-period + ws-extra-wh
            end-if.

        316-calcStateTax.
        *> state brackets are keyed by the same filing status, on
        *> the same annualized wages less 401k. the federal W-4
        *> credits, other income and exemption do not carry over.
            move 0 to Ws-State
            if in-PayCode = "L"
               compute ws-tx-annual = Ws-totalSal - Ws-401K
               move "SS" to ws-tx-juris
               move space to ws-filing-status
               perform 318-findTaxBracket
               move ws-tx-found to ws-state-found
               move ws-tx-tax to Ws-State
            else
               compute ws-tx-annual = (Ws-totalSal - Ws-401K)
                       * ws-periods
               move "ST" to ws-tx-juris
               perform 318-findTaxBracket
               move ws-tx-found to ws-state-found
               compute Ws-State rounded = ws-tx-tax / ws-periods
            end-if.

        318-findTaxBracket.
        *> the bracket is the highest floor at or below the annual
        *> wages within the newest effective set on or before the
        *> end of the period being paid -- a newer set replaces an
        *> older one whole, so every set must start with a zero
        *> floor. no row in effect at all withholds nothing and is
        *> flagged by 590-checkPayExceptions.
            move 0 to ws-tx-tax
            move 0 to ws-best-eff
            move 0 to ws-tx-best-floor
            move "N" to ws-tx-found
            if ws-tx-annual < 0
               move 0 to ws-tx-annual
            end-if
            perform varying tt-idx from 1 by 1
                    until tt-idx > tt-count
               if tt-juris (tt-idx) = ws-tx-juris
                  and tt-status (tt-idx) = ws-filing-status
                  and tt-effdate (tt-idx) <= ws-period-end
                  and tt-floor (tt-idx) <= ws-tx-annual
                  if tt-effdate (tt-idx) > ws-best-eff
                     or (tt-effdate (tt-idx) = ws-best-eff
                         and tt-floor (tt-idx) >= ws-tx-best-floor)
                     move "Y" to ws-tx-found
                     move tt-effdate (tt-idx) to ws-best-eff
                     move tt-floor (tt-idx) to ws-tx-best-floor
                     compute ws-tx-tax rounded = tt-base (tt-idx)
                             + (ws-tx-annual - tt-floor (tt-idx))
                             * tt-rate (tt-idx)
                  end-if
               end-if
            end-perform.

        320-accumDistrict.
            if ws-local-rate > 0
               move "N" to ws-da-found
                  display "District summary table is full -- "
                          ms-SchoolDistrict " not accumulated"
               end-if
               if Ws-Local > 0
                  move "S" to rw-Kind
                  move "LC" to rw-Type
                  move ms-SchoolDistrict to rw-Payee
                  move ms-SchoolDistrict to rw-Reference
                  move Ws-Local to rw-Amount
                  perform 327-writeRemitWork
               end-if
            end-if.

        325-writeInsRemit.
        *> one remittance detail per coverage line carried, so each
        *> carrier is paid for exactly the premiums it insures
            move "I" to rw-Kind
            move "IN" to rw-Type
            if ws-ins-med > 0
               move "MEDICAL" to rw-Payee
               move "MEDICAL" to rw-Reference
               move ws-ins-med to rw-Amount
               perform 327-writeRemitWork
            end-if
            if ws-ins-dental > 0
               move "DENTAL" to rw-Payee
               move "DENTAL" to rw-Reference
               move ws-ins-dental to rw-Amount
               perform 327-writeRemitWork
            end-if
            if ws-ins-vision > 0
               move "VISION" to rw-Payee
               move "VISION" to rw-Reference
               move ws-ins-vision to rw-Amount
               perform 327-writeRemitWork
            end-if.

        327-writeRemitWork.
            move in-EmpNumber to rw-EmpNumber
            move spaces to rw-Name
            string ms-LastName delimited by "  "
                   ", " delimited by size
                   ms-FirstName (1:1) delimited by size
                   into rw-Name
            write rw-record.

        330-getEmpDeductions.
        *> pull every DEDMSTR record for this employee into the work
        *> table. the file is keyed employee + sequence, so a START
                  move dm-LifetimeCap   to ed-life-cap (ed-count)
                  move dm-LifetimeTaken to ed-life-taken (ed-count)
                  move dm-Payee         to ed-payee (ed-count)
                  move dm-CaseNumber    to ed-case-no (ed-count)
                  move "N"              to ed-done (ed-count)
                  move 0                to ed-taken (ed-count)
                  perform 332-readNextDed
            move 0 to Ws-OtherDeds
            move 0 to Ws-GarnishTaken
            compute Ws-Disposable = Ws-totalSal - Ws-Fed - Ws-State
                    - Ws-Local - Ws-SocSec - Ws-Medicare
            if Ws-Disposable < 0
               move 0 to Ws-Disposable
            end-if
        *> whatever the order says, a deduction never takes more
        *> than is left of the check
            compute Ws-DedAvail = Ws-totalSal - Ws-401K - Ws-Fed
                    - Ws-State - Ws-Local - Ws-SocSec - Ws-Medicare
                    - Ws-Insurance - Ws-OtherDeds
            if Ws-DedAvail < 0
               move 0 to Ws-DedAvail
            end-if
            if ws-rm-found = "N"
               display "Remittance summary table is full -- type "
                       ed-type (ed-idx) " not accumulated"
            end-if
            move "D" to rw-Kind
            move ed-type (ed-idx) to rw-Type
            move ed-payee (ed-idx) to rw-Payee
            move ed-case-no (ed-idx) to rw-Reference
            move Ws-DedAmt to rw-Amount
            perform 327-writeRemitWork.

        350-accumGL.
            move "N" to ws-gld-found
            add Ws-Fed       to glc-fed
            add Ws-State     to glc-state
            add Ws-Local     to glc-local
            add Ws-SocSec    to glc-socsec
            add Ws-Medicare  to glc-medicare
            add Ws-Insurance to glc-ins
            add Ws-OtherDeds to glc-other
            add Ws-NetPay    to glc-net.
            move Ws-Insurance to dl-insurance
            move Ws-OtherDeds to dl-other
            move Ws-NetPay to dl-NetPay
            move Ws-Overtime to dl-Overtime
            move Ws-SocSec to dl-SocSec
            move Ws-Medicare to dl-Medicare.

        510-writeStub.
        *> one earnings statement per employee per run: the
            move ytd-Local to stb-ytd
            perform 512-writeStubLine

            move "Social Security" to stb-label
            move Ws-SocSec to stb-cur
            move ytd-SocSec to stb-ytd
            perform 512-writeStubLine

            move "Medicare" to stb-label
            move Ws-Medicare to stb-cur
            move ytd-Medicare to stb-ytd
            perform 512-writeStubLine

            move "Insurance" to stb-label
            move Ws-Insurance to stb-cur
            move ytd-Insurance to stb-ytd
               compute hs-Fed        = 0 - Ws-Fed
               compute hs-State      = 0 - Ws-State
               compute hs-Local      = 0 - Ws-Local
               compute hs-SocSec     = 0 - Ws-SocSec
               compute hs-Medicare   = 0 - Ws-Medicare
               compute hs-Insurance  = 0 - Ws-Insurance
               compute hs-NetPay     = 0 - Ws-NetPay
               move 0 to hs-OtherDeds
               move Ws-Fed to hs-Fed
               move Ws-State to hs-State
               move Ws-Local to hs-Local
               move Ws-SocSec to hs-SocSec
               move Ws-Medicare to hs-Medicare
               move Ws-Insurance to hs-Insurance
               move Ws-OtherDeds to hs-OtherDeds
               move Ws-NetPay to hs-NetPay
                   move Ws-Insurance to ytd-Insurance
                   move Ws-OtherDeds to ytd-OtherDeds
                   move Ws-NetPay    to ytd-NetPay
                   move ws-ss-wages  to ytd-SS-Wages
                   move Ws-SocSec    to ytd-SocSec
                   move ws-med-wages to ytd-Med-Wages
                   move Ws-Medicare  to ytd-Medicare
                   write ytd-record
                not invalid key
                   move ytd-Gross-Pay to ws-prior-gross
                   add Ws-Insurance to ytd-Insurance
                   add Ws-OtherDeds to ytd-OtherDeds
                   add Ws-NetPay    to ytd-NetPay
                   add ws-ss-wages  to ytd-SS-Wages
                   add Ws-SocSec    to ytd-SocSec
                   add ws-med-wages to ytd-Med-Wages
                   add Ws-Medicare  to ytd-Medicare
                   rewrite ytd-record
            end-read
            perform 360-calcEmployer.
        *> accrues company-wide and posts as its own expense/
        *> liability pairs in 630-writeGLPost.
        *>
        *> social security taxes ws-ss-wages, the base-capped
        *> figure 307-calcFICA worked out for the employee half
        *> from ytd-SS-Wages, so the two halves always agree.
        *> FUTA and SUTA tax Ws-Gross-Pay, not Ws-totalSal:
        *> ytd-Gross-Pay -- the measure those bases are tracked
        *> against -- accumulates Ws-Gross-Pay only, so taxing
        *> commission there would keep accruing after an employee
        *> had actually passed the base. Medicare and the match
        *> have no base and tax the full period wages.
            move 0 to Ws-ErSS
            move 0 to Ws-ErMed
            move 0 to Ws-ErFUTA
               move 0 to ws-prior-gross
            end-if

            compute Ws-ErSS rounded = ws-ss-wages * er-ss-rate

            compute Ws-ErMed rounded = Ws-totalSal * er-med-rate

            move Ws-NetPay to co-Amount
            write co-record

            move "I" to pw-Type
            move ws-check-no to pw-CheckNo
            move in-EmpNumber to pw-EmpNumber
            move ws-run-ymd to pw-Date
            move Ws-NetPay to pw-Amount
            move cf-Name to pw-Payee
            write pw-record

            move "K" to ws-dlv-how
            move spaces to ws-dlv-text
            string "CHECK NO " cf-CheckNo
            add Ws-NetPay to ws-chk-total
            add 1 to ws-check-no.

        561-writeVoidWork.
        *> the voided pay went out on paper -- tell the positive-pay
        *> step, so the bank refuses the check if it is presented
            move "V" to pw-Type
            move 0 to pw-CheckNo
            move in-EmpNumber to pw-EmpNumber
            move ws-run-ymd to pw-Date
            move Ws-NetPay to pw-Amount
            move spaces to pw-Payee
            string ms-FirstName delimited by "  "
                   " " delimited by size
                   ms-LastName delimited by "  "
                   into pw-Payee
            write pw-record.

        570-amountInWords.
            move Ws-NetPay to ws-chk-dollars
            compute ws-chk-cents = (Ws-NetPay - ws-chk-dollars) * 100
            if Ws-State > Ws-totalSal
               move "State withholding exceeds gross pay" to exc2-Reason
               perform 595-writePayException
            end-if
            if ws-fed-found = "N"
               move "No federal tax bracket in effect"
                       to exc2-Reason
               perform 595-writePayException
            end-if
            if ws-state-found = "N"
               move "No state tax bracket in effect"
                       to exc2-Reason
               perform 595-writePayException
            end-if.

        595-writePayException.
           move "LOCAL TAX WITHHELD" to ws-gl-desc
           perform 633-writeOneCredit

        *> the employee's FICA posts to its own withheld buckets, SW
        *> and MW, apart from the employer accruals SS and MC below
        *> -- GLACCTS can point both at the same liability account
        *> if accounting wants them combined
           move "SW" to ws-gl-bucket
           move glc-socsec to ws-glc-amt
           move "SOC SEC WITHHELD" to ws-gl-desc
           perform 633-writeOneCredit

           move "MW" to ws-gl-bucket
           move glc-medicare to ws-glc-amt
           move "MEDICARE WITHHELD" to ws-gl-desc
           perform 633-writeOneCredit

           move "IN" to ws-gl-bucket
           move glc-ins to ws-glc-amt
           move "INSURANCE WITHHELD" to ws-gl-desc
                          after advancing 1 line
                      add 1 to ws-payexc-count
                   end-if
        *> the same hazard for FICA: 307-calcFICA reverses at the
        *> plain rates, which is only what was taken if the
        *> original pay sat wholly under the social security base
        *> and the additional medicare base. YTD still holds the
        *> original, so a YTD past either base means it may not
        *> have.
                   if ws-void-manual not = "Y"
                      and (ytd-SS-Wages >= er-ss-base
                           or ytd-Med-Wages > ee-addl-med-base)
                      move "Y" to ws-void-manual
                      display "Void for employee " in-EmpNumber
                              " not applied -- year-to-date wages"
                              " are past a FICA wage base and the"
                              " original withholding may have been"
                              " cut off. Reverse this pay manually"
                              " from the pay history."
                      move in-EmpNumber to exc2-EmpNumber
                      move 0 to exc2-NetPay
                      move "Void skipped: FICA wage base reached"
                              to exc2-Reason
                      write exc2-out-rec from exc2-detail
                          after advancing 1 line
                      add 1 to ws-payexc-count
                   end-if
            end-read.

        705-checkVoidDeductions.
                   move 0 to ytd-Insurance
                   move 0 to ytd-OtherDeds
                   move 0 to ytd-NetPay
                   move 0 to ytd-SS-Wages
                   move 0 to ytd-SocSec
                   move 0 to ytd-Med-Wages
                   move 0 to ytd-Medicare
                   perform 715-postAdjBuckets
                   write ytd-record
                not invalid key
               subtract Ws-Fed       from ytd-Fed
               subtract Ws-State     from ytd-State
               subtract Ws-Local     from ytd-Local
               subtract ws-ss-wages  from ytd-SS-Wages
               subtract Ws-SocSec    from ytd-SocSec
               subtract ws-med-wages from ytd-Med-Wages
               subtract Ws-Medicare  from ytd-Medicare
               subtract Ws-Insurance from ytd-Insurance
               subtract Ws-NetPay    from ytd-NetPay
            else
               add Ws-Fed       to ytd-Fed
               add Ws-State     to ytd-State
               add Ws-Local     to ytd-Local
               add ws-ss-wages  to ytd-SS-Wages
               add Ws-SocSec    to ytd-SocSec
               add ws-med-wages to ytd-Med-Wages
               add Ws-Medicare  to ytd-Medicare
               add Ws-Insurance to ytd-Insurance
               add Ws-NetPay    to ytd-NetPay
            end-if.
        *> file when the bank statement is worked, not through ACH.
                  if in-TransType not = "V"
                     perform 565-writeCheck
                  else
                     perform 561-writeVoidWork
                  end-if
               else
                  perform 566-resolveBank
                            display "No bank account to reverse for "
                                    "employee " in-EmpNumber
                                    " -- handle the recovery manually"
                            perform 561-writeVoidWork
                         else
                            perform 565-writeCheck
                         end-if
        *> annual figure, and the same active-days share that
        *> prorated the gross prorates the accrual -- someone hired
        *> mid-period accrues the same fraction they were paid. a
        *> fully prorated-out pay accrues nothing, and neither does
        *> a lump sum -- it is not time worked.
            if ws-prorate-zero = "Y" or in-PayCode = "L"
               move 0 to ws-acc-vac
               move 0 to ws-acc-sick
            else
