        *> Tyler Zysberg
        *> Payroll period-close archive. LAB6PAY opens its history,
        *> GL, and print datasets DISP=MOD so a restart can append to
        *> what was already written, and nothing ever emptied them --
        *> every cycle's output piled on the last, and the GL feed had
        *> to work out which GLPOST records were new. Run once per
        *> cycle after lab6cmk stamps the period paid, this program:
        *>
        *>   - refuses the close (condition code 8) unless the period
        *>     on PAYPARM is stamped paid on PAYCAL and has not been
        *>     archived already, unless the PERDT the job names its
        *>     archives with is that period's start, and refuses any
        *>     dated archive dataset that already holds records;
        *>   - copies each working dataset's records for the cycle to
        *>     its dated, cataloged archive dataset -- one per dataset
        *>     per period, named for the period start;
        *>   - empties the working datasets for the next cycle. PAYHIST
        *>     and the CHGHIST change history keep the ARCCTL
        *>     working-keep days of history, which lab6var and lab6fin
        *>     (PAYHIST) and lab6wch (CHGHIST) read back; those records
        *>     are already archived and are not archived a second
        *>     time. CHGHIST never keeps less than lab6wch looks back
        *>     over with the WCHPARM windows;
        *>   - purges the archives whose period started before the
        *>     ARCCTL retention for their dataset, by writing the
        *>     IDCAMS deletes the next step runs;
        *>   - appends every archive made and purged to ARCINDEX, the
        *>     cumulative inventory of what is held for which period,
        *>     and prints ARCRPT: what was archived, kept, and purged,
        *>     with record counts.
        *>
        *> Nothing is emptied until every archive is written.
        *> Condition code 4 means a dataset was not on file or held
        *> fewer records than the last close left in it -- the job
        *> log says which; the close itself completed.


        Identification Division.

        Program-Id.        lab6arc.

        environment division.
        input-output section.
        file-control.
           select payParmFile assign to PAYPARM
               organization is line sequential
               file status is pp-file-status.

           select payCalFile assign to PAYCAL
               organization is indexed
               access mode is random
               record key is cal-PeriodStart
               file status is cal-file-status.

           select arcCtlFile assign to ARCCTL
               organization is line sequential
               file status is ac-file-status.

           select arcIndexFile assign to ARCINDEX
               organization is line sequential
               file status is ai-file-status.

           select wchParmFile assign to WCHPARM
               organization is line sequential
               file status is wp-file-status.

           select phKeepFile assign to PHKEEP
               organization is line sequential.

           select chKeepFile assign to CHKEEP
               organization is line sequential.

           select arcPurgeFile assign to ARCPURGE
               organization is line sequential.

           select arcRptFile assign to ARCRPT
               organization is line sequential.

           select phWork assign to PAYHIST
               organization is line sequential
               file status is wk-file-status.

           select phArch assign to ARPAYHST
               organization is line sequential
               file status is ar-file-status.

           select glpWork assign to GLPOST
               organization is line sequential
               file status is wk-file-status.

           select glpArch assign to ARGLPOST
               organization is line sequential
               file status is ar-file-status.

           select glrWork assign to GLPROOF
               organization is line sequential
               file status is wk-file-status.

           select glrArch assign to ARGLPRF
               organization is line sequential
               file status is ar-file-status.

           select dedWork assign to DEDRPT
               organization is line sequential
               file status is wk-file-status.

           select dedArch assign to ARDEDRPT
               organization is line sequential
               file status is ar-file-status.

           select dstWork assign to DISTRPT
               organization is line sequential
               file status is wk-file-status.

           select dstArch assign to ARDSTRPT
               organization is line sequential
               file status is ar-file-status.

           select excWork assign to EXCFILE
               organization is line sequential
               file status is wk-file-status.

           select excArch assign to AREXCEPT
               organization is line sequential
               file status is ar-file-status.

           select pexWork assign to PAYEXC
               organization is line sequential
               file status is wk-file-status.

           select pexArch assign to ARPAYEXC
               organization is line sequential
               file status is ar-file-status.

           select crgWork assign to CHKREG
               organization is line sequential
               file status is wk-file-status.

           select crgArch assign to ARCHKREG
               organization is line sequential
               file status is ar-file-status.

           select cprWork assign to CHKPRINT
               organization is line sequential
               file status is wk-file-status.

           select cprArch assign to ARCHKPRT
               organization is line sequential
               file status is ar-file-status.

           select stbWork assign to STUBPRT
               organization is line sequential
               file status is wk-file-status.

           select stbArch assign to ARSTUB
               organization is line sequential
               file status is ar-file-status.

           select balWork assign to BALRPT
               organization is line sequential
               file status is wk-file-status.

           select balArch assign to ARBALRPT
               organization is line sequential
               file status is ar-file-status.

           select varWork assign to VARRPT
               organization is line sequential
               file status is wk-file-status.

           select varArch assign to ARVARRPT
               organization is line sequential
               file status is ar-file-status.

           select finWork assign to FINRPT
               organization is line sequential
               file status is wk-file-status.

           select finArch assign to ARFINRPT
               organization is line sequential
               file status is ar-file-status.

           select pucWork assign to PUNCHEXC
               organization is line sequential
               file status is wk-file-status.

           select pucArch assign to ARPUNEXC
               organization is line sequential
               file status is ar-file-status.

           select wchWork assign to WCHRPT
               organization is line sequential
               file status is wk-file-status.

           select wchArch assign to ARWCHRPT
               organization is line sequential
               file status is ar-file-status.

           select apvWork assign to APVEXC
               organization is line sequential
               file status is wk-file-status.

           select apvArch assign to ARAPVEXC
               organization is line sequential
               file status is ar-file-status.

           select chgWork assign to CHGHIST
               organization is line sequential
               file status is wk-file-status.

           select chgArch assign to ARCHGHST
               organization is line sequential
               file status is ar-file-status.


        Data Division.

        File Section.
        FD payParmFile.
          01  pp-record.
           05 pp-Cycle                 pic X.
           05 pp-PeriodStart           pic 9(8).
           05 pp-PeriodEnd             pic 9(8).

        FD payCalFile.
          01  cal-record.
           05 cal-PeriodStart          pic 9(8).
           05 cal-Cycle                pic X.
           05 cal-PeriodEnd            pic 9(8).
           05 cal-CheckDate            pic 9(8).
           05 cal-PaidFlag             pic X.

        *> retention by dataset: years an archive is held, and for
        *> PAYHIST and CHGHIST the days of history left in the
        *> working dataset
        FD arcCtlFile.
          01  ac-record.
           05 ac-Type                  pic X(8).
           05 ac-Years                 pic 9(2).
           05 ac-KeepDays              pic 9(4).

        *> archive inventory, appended every close. A an archive
        *> made, P an archive purged. the carry on an A row is how
        *> many of the working dataset's records were left in it,
        *> already archived, for the next close to skip.
        FD arcIndexFile.
          01  ai-record.
           05 ai-Action                pic X.
           05 ai-Type                  pic X(8).
           05 ai-PeriodStart           pic 9(8).
           05 ai-PeriodEnd             pic 9(8).
           05 ai-RunDate               pic 9(8).
           05 ai-Records               pic 9(9).
           05 ai-Carry                 pic 9(9).
           05 ai-Dsn                   pic X(44).

        *> lab6wch's windows: address change to bank change, bank
        *> change to bank change, and how long a change is listed
        FD wchParmFile.
          01  wp-record.
           05 wp-AddrDays              pic 9(3).
           05 wp-BankDays              pic 9(3).
           05 wp-RecentDays            pic 9(3).

        FD phKeepFile.
        01    phk-rec pic X(920).

        FD chKeepFile.
        01    chk-rec pic X(103).

        FD arcPurgeFile.
        01    pg-card pic X(80).

        FD arcRptFile.
        01    arc-out-rec pic X(132).

        FD phWork.
          01  ph-rec.
           05 ph-EmpNumber             pic X(5).
           05 ph-PeriodStart           pic 9(8).
           05                          pic X(907).
        FD phArch.
        01    ph-arch-rec pic X(920).

        FD glpWork.
        01    glp-rec pic X(52).
        FD glpArch.
        01    glp-arch-rec pic X(52).

        FD glrWork.
        01    glr-rec pic X(132).
        FD glrArch.
        01    glr-arch-rec pic X(132).

        FD dedWork.
        01    ded-rec pic X(132).
        FD dedArch.
        01    ded-arch-rec pic X(132).

        FD dstWork.
        01    dst-rec pic X(132).
        FD dstArch.
        01    dst-arch-rec pic X(132).

        FD excWork.
        01    exc-rec pic X(132).
        FD excArch.
        01    exc-arch-rec pic X(132).

        FD pexWork.
        01    pex-rec pic X(80).
        FD pexArch.
        01    pex-arch-rec pic X(80).

        FD crgWork.
        01    crg-rec pic X(132).
        FD crgArch.
        01    crg-arch-rec pic X(132).

        FD cprWork.
        01    cpr-rec pic X(132).
        FD cprArch.
        01    cpr-arch-rec pic X(132).

        FD stbWork.
        01    stb-rec pic X(132).
        FD stbArch.
        01    stb-arch-rec pic X(132).

        FD balWork.
        01    bal-rec pic X(132).
        FD balArch.
        01    bal-arch-rec pic X(132).

        FD varWork.
        01    var-rec pic X(132).
        FD varArch.
        01    var-arch-rec pic X(132).

        FD finWork.
        01    fin-rec pic X(132).
        FD finArch.
        01    fin-arch-rec pic X(132).

        FD pucWork.
        01    puc-rec pic X(132).
        FD pucArch.
        01    puc-arch-rec pic X(132).

        FD wchWork.
        01    wch-rec pic X(132).
        FD wchArch.
        01    wch-arch-rec pic X(132).

        FD apvWork.
        01    apv-rec pic X(132).
        FD apvArch.
        01    apv-arch-rec pic X(132).

        FD chgWork.
        01    chg-rec pic X(103).
        FD chgArch.
        01    chg-arch-rec pic X(103).

        Working-Storage Section.

        01  ws-eof                 pic x value "N".
        01  ac-eof                 pic x value "n".
        01  ai-eof                 pic x value "n".
        01  pp-file-status         pic xx value spaces.
        01  cal-file-status        pic xx value spaces.
        01  ac-file-status         pic xx value spaces.
        01  ai-file-status         pic xx value spaces.
        01  wk-file-status         pic xx value spaces.
        01  ar-file-status         pic xx value spaces.
        01  wp-file-status         pic xx value spaces.

        01  ws-date.
            05  ws-yr              pic 9(4).
            05  ws-mo              pic 99.
            05  ws-dy              pic 99.
        01  ws-run-ymd             pic 9(8) value 0.
        01  ws-period-end          pic 9(8) value 0.
        01  ws-wch-keep            pic 9(4) value 0.
        01  ws-wch-addr            pic 9(3) value 30.
        01  ws-wch-bank            pic 9(3) value 60.
        01  ws-wch-recent          pic 9(3) value 14.
        01  ws-already             pic x value "N".
        01  ws-warn                pic x value "N".
        01  ws-found               pic x.
        01  ws-rec-count           pic 9(9).

        01  ws-rec                 pic x(920).
        01  ws-rec-date            pic x(8).

        01  ws-arc-prefix          pic x(18)
               value "PAYROLL.LAB6A.ARC.".

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

        *> the datasets the payroll stream appends to, with their
        *> default retention in years and working-keep days, and
        *> where a dated record carries its date -- only those can
        *> keep history in the working dataset. ARCCTL overrides
        *> the years or the keep. the order is the order they print.
        01  type-defaults.
            05                     pic x(16) value "PAYHIST 07040006".
            05                     pic x(16) value "GLPOST  07000000".
            05                     pic x(16) value "GLPROOF 07000000".
            05                     pic x(16) value "DEDRPT  01000000".
            05                     pic x(16) value "DISTRPT 01000000".
            05                     pic x(16) value "EXCEPT  01000000".
            05                     pic x(16) value "PAYEXCPT01000000".
            05                     pic x(16) value "CHKREG  01000000".
            05                     pic x(16) value "CHKPRINT01000000".
            05                     pic x(16) value "STUBPRT 01000000".
            05                     pic x(16) value "BALRPT  01000000".
            05                     pic x(16) value "VARRPT  01000000".
            05                     pic x(16) value "FINRPT  01000000".
            05                     pic x(16) value "PUNCHEXC01000000".
            05                     pic x(16) value "WCHRPT  01000000".
            05                     pic x(16) value "APVEXC  01000000".
            05                     pic x(16) value "CHGHIST 07007401".
        01  type-table redefines type-defaults.
            05 td-entry occurs 17 times.
               10 td-name      pic x(8).
               10 td-years     pic 9(2).
               10 td-keep      pic 9(4).
               10 td-datepos   pic 9(2).

        01  type-counts.
            05 ty-entry occurs 17 times.
               10 ty-missing   pic x value "N".
               10 ty-cutoff    pic 9(8) value 0.
               10 ty-keep-serial pic s9(7) value 0.
               10 ty-read      pic 9(9) value 0.
               10 ty-carry     pic 9(9) value 0.
               10 ty-archived  pic 9(9) value 0.
               10 ty-working   pic 9(9) value 0.
               10 ty-dsn       pic x(44) value spaces.
        01 ty-idx          pic 9(2).
        01 ty-idx2         pic 9(2).

        *> the archives on hand from earlier closes, from ARCINDEX.
        *> one purged at an earlier close is dropped as it is read.
        01 held-table.
            05 hd-count        pic 9(4) value 0.
            05 hd-entry occurs 5000 times.
               10 hd-TyIdx       pic 9(2).
               10 hd-PeriodStart pic 9(8).
               10 hd-PeriodEnd   pic 9(8).
               10 hd-Records     pic 9(9).
               10 hd-Dsn         pic x(44).
               10 hd-Status      pic x.
        01 hd-idx          pic 9(4).
        01 hd-idx2         pic 9(4).

        01  ws-counts.
            05 ws-arc-count        pic 9(7) value 0.
            05 ws-kept-count       pic 9(7) value 0.
            05 ws-purge-count      pic 9(7) value 0.
            05 ws-arc-records      pic 9(11) value 0.
            05 ws-kept-records     pic 9(11) value 0.
            05 ws-purge-records    pic 9(11) value 0.

        01  arc-title.
            05                  pic x(30)
               value "Payroll Period-Close Archive".
            05                  pic x(7)  value "Period ".
            05  at-Start        pic 9(8).
            05                  pic x(3)  value " - ".
            05  at-End          pic 9(8).
            05                  pic x(13) value "   Run date ".
            05  at-RunDate      pic 9(8).

        01  sum-hdr.
            05                     pic x(10) value "Dataset".
            05                     pic x(8)  value "Retain".
            05                     pic x(6)  value "Keep".
            05                     pic x(13) value "       Read".
            05                     pic x(13) value "    Carried".
            05                     pic x(13) value "   Archived".
            05                     pic x(13) value " In Working".

        01  sum-detail.
            05  sd-Type            pic x(8).
            05                     pic x(2) value spaces.
            05  sd-Years           pic z9.
            05                     pic x(4) value " yrs".
            05                     pic x(2) value spaces.
            05  sd-Keep            pic zzz9.
            05                     pic x(2) value spaces.
            05  sd-Read            pic zzz,zzz,zz9.
            05                     pic x(2) value spaces.
            05  sd-Carried         pic zzz,zzz,zz9.
            05                     pic x(2) value spaces.
            05  sd-Archived        pic zzz,zzz,zz9.
            05                     pic x(2) value spaces.
            05  sd-Working         pic zzz,zzz,zz9.

        01  list-hdr.
            05                     pic x(10) value "Action".
            05                     pic x(10) value "Dataset".
            05                     pic x(10) value "Period".
            05                     pic x(10) value "Ending".
            05                     pic x(13) value "    Records".
            05                     pic x(44) value "Archive Dataset".

        01  list-detail.
            05  ld-Action          pic x(8).
            05                     pic x(2) value spaces.
            05  ld-Type            pic x(8).
            05                     pic x(2) value spaces.
            05  ld-PeriodStart     pic 9(8).
            05                     pic x(2) value spaces.
            05  ld-PeriodEnd       pic 9(8).
            05                     pic x(2) value spaces.
            05  ld-Records         pic zzz,zzz,zz9.
            05                     pic x(2) value spaces.
            05  ld-Dsn             pic x(44).

        01  arc-count-line.
            05                     pic x(2) value spaces.
            05  ac-label           pic x(42).
            05  ac-count           pic zz,zzz,zzz,zz9.

        01  blank-line             pic x value spaces.


        *> the PERDT the job builds its archive names from
        Linkage Section.
        01  parm-area.
            05 parm-len            pic s9(4) comp.
            05 parm-PerDt          pic x(6).

        Procedure Division using parm-area.
        000-main.

           perform 100-initialize
           perform 200-loadIndex
           perform varying ty-idx from 1 by 1 until ty-idx > 17
              perform 300-checkFile
           end-perform
           perform varying ty-idx from 1 by 1 until ty-idx > 17
              perform 400-archiveType
           end-perform
           perform 500-writeIndex
           perform varying ty-idx from 1 by 1 until ty-idx > 17
              perform 600-resetWorking
           end-perform
           perform 700-printInventory
           perform 900-finalize

            stop run.

        100-initialize.

           accept ws-date from date yyyymmdd
           compute ws-run-ymd = ws-yr * 10000 + ws-mo * 100 + ws-dy

           open input payParmFile
           if pp-file-status not = "00"
              display "PAYPARM could not be opened -- status "
                      pp-file-status " -- nothing archived"
              move 8 to return-code
              stop run
           end-if
           read payParmFile
              at end
                 move spaces to pp-record
           end-read
           close payParmFile
           if pp-PeriodStart not numeric or pp-PeriodStart = 0
              display "PAYPARM period start is not usable -- nothing"
                      " archived"
              move 8 to return-code
              stop run
           end-if

        *> the archives are allocated under the job's PERDT -- a
        *> PERDT left over from the last close would file this
        *> period's records under last period's name
           if parm-len not = 6
              or parm-PerDt not = pp-PeriodStart (3:6)
              display "PERDT on the job does not match the PAYPARM"
                      " period start " pp-PeriodStart
                      " -- nothing archived"
              move 8 to return-code
              stop run
           end-if

        *> the close belongs to the period lab6cmk stamped paid --
        *> archiving an unpaid period would empty datasets a restart
        *> or the release job still needs
           open input payCalFile
           if cal-file-status not = "00"
              display "Pay calendar could not be opened -- status "
                      cal-file-status " -- nothing archived"
              move 8 to return-code
              stop run
           end-if
           move pp-PeriodStart to cal-PeriodStart
           read payCalFile
               invalid key
                  display "Period " pp-PeriodStart " is not on the"
                          " pay calendar -- nothing archived"
                  move 8 to return-code
                  close payCalFile
                  stop run
           end-read
           close payCalFile
           if cal-PaidFlag not = "Y"
              display "Period " pp-PeriodStart " is not stamped paid"
                      " -- nothing archived. finish the cycle through"
                      " LAB6PAY or LAB6XMT first"
              move 8 to return-code
              stop run
           end-if
           move cal-PeriodEnd to ws-period-end

           open input arcCtlFile
           if ac-file-status = "00"
              Perform until ac-eof = "Y"
                 read arcCtlFile
                 at end move "Y" to ac-eof

                 not at end
                    perform 110-applyControl
                 end-read
                 End-Perform
              close arcCtlFile
           else
              display "No ARCCTL card -- default retention used"
           end-if

           perform 120-checkWatchKeep

           move pp-PeriodStart to ws-cvt-date
           perform 850-dateToSerial
           perform varying ty-idx from 1 by 1 until ty-idx > 17
              compute ty-cutoff (ty-idx) = pp-PeriodStart
                      - td-years (ty-idx) * 10000
              compute ty-keep-serial (ty-idx) = ws-cvt-serial
                      - td-keep (ty-idx)
              perform 870-buildDsn
           end-perform.

        110-applyControl.
            move "N" to ws-found
            perform varying ty-idx from 1 by 1
                    until ty-idx > 17 or ws-found = "Y"
               if td-name (ty-idx) = ac-Type
                  move "Y" to ws-found
                  move ty-idx to ty-idx2
               end-if
            end-perform

            if ws-found = "N"
               display "ARCCTL row for " ac-Type " names no archived"
                       " dataset -- dropped"
            else
               if ac-Years numeric and ac-Years > 0
                  move ac-Years to td-years (ty-idx2)
               else
                  display "ARCCTL retention for " ac-Type " is not"
                          " usable -- default of " td-years (ty-idx2)
                          " years used"
               end-if
               if ac-KeepDays numeric
                  if td-datepos (ty-idx2) > 0
                     move ac-KeepDays to td-keep (ty-idx2)
                  else
                     if ac-KeepDays > 0
                        display "ARCCTL working keep for " ac-Type
                                " ignored -- only PAYHIST and CHGHIST"
                                " carry history forward"
                     end-if
                  end-if
               else
                  display "ARCCTL working keep for " ac-Type " is not"
                          " usable -- default of " td-keep (ty-idx2)
                          " days used"
               end-if
            end-if.

        120-checkWatchKeep.
        *> lab6wch lists a change while it is recent-days old, and
        *> pairs it with an earlier one up to the address or bank
        *> window before that -- CHGHIST has to keep both, or the
        *> first watch run after a close misses the pair. the
        *> defaults are lab6wch's own.
           open input wchParmFile
           if wp-file-status = "00"
              read wchParmFile
                 at end
                    continue
                 not at end
                    if wp-AddrDays numeric and wp-AddrDays > 0
                       move wp-AddrDays to ws-wch-addr
                    end-if
                    if wp-BankDays numeric and wp-BankDays > 0
                       move wp-BankDays to ws-wch-bank
                    end-if
                    if wp-RecentDays numeric and wp-RecentDays > 0
                       move wp-RecentDays to ws-wch-recent
                    end-if
              end-read
              close wchParmFile
           end-if
           if ws-wch-addr > ws-wch-bank
              compute ws-wch-keep = ws-wch-recent + ws-wch-addr
           else
              compute ws-wch-keep = ws-wch-recent + ws-wch-bank
           end-if
           if td-keep (17) < ws-wch-keep
              display "CHGHIST working keep of " td-keep (17)
                      " days is shorter than the fraud watch needs"
                      " -- " ws-wch-keep " days used"
              move ws-wch-keep to td-keep (17)
           end-if.

        200-loadIndex.

           open input arcIndexFile
           if ai-file-status = "00"
              Perform until ai-eof = "Y"
                 read arcIndexFile
                 at end move "Y" to ai-eof

                 not at end
                    perform 210-takeIndexRow
                 end-read
                 End-Perform
              close arcIndexFile
           else
              display "No archive index on file -- first period close"
           end-if

           if ws-already = "Y"
              display "Period " pp-PeriodStart " was already archived"
                      " -- nothing archived"
              move 8 to return-code
              stop run
           end-if.

        210-takeIndexRow.
            move "N" to ws-found
            perform varying ty-idx from 1 by 1
                    until ty-idx > 17 or ws-found = "Y"
               if td-name (ty-idx) = ai-Type
                  move "Y" to ws-found
                  move ty-idx to ty-idx2
               end-if
            end-perform

            if ws-found = "N"
               display "ARCINDEX row for " ai-Type " " ai-PeriodStart
                       " names no archived dataset -- ignored"
            else
               if ai-Action = "A"
                  if ai-PeriodStart = pp-PeriodStart
                     move "Y" to ws-already
                  end-if
        *> the index is in close order, so the last carry wins
                  move ai-Carry to ty-carry (ty-idx2)
                  perform 220-addHeld
               end-if
               if ai-Action = "P"
                  perform 230-dropHeld
               end-if
            end-if.

        220-addHeld.
            if hd-count < 5000
               add 1 to hd-count
               move ty-idx2 to hd-TyIdx (hd-count)
               move ai-PeriodStart to hd-PeriodStart (hd-count)
               move ai-PeriodEnd to hd-PeriodEnd (hd-count)
               move ai-Records to hd-Records (hd-count)
               move ai-Dsn to hd-Dsn (hd-count)
               move "K" to hd-Status (hd-count)
            else
        *> an archive missing from the table would never be purged
        *> or listed -- stop rather than close short
               display "Archive held table is full -- run stopped"
                       " before " ai-Type " " ai-PeriodStart
                       " was loaded. raise the table and rerun."
               move 16 to return-code
               stop run
            end-if.

        230-dropHeld.
            move 0 to hd-idx2
            perform varying hd-idx from 1 by 1
                    until hd-idx > hd-count or hd-idx2 > 0
               if hd-TyIdx (hd-idx) = ty-idx2
                  and hd-PeriodStart (hd-idx) = ai-PeriodStart
                  move hd-idx to hd-idx2
               end-if
            end-perform
            if hd-idx2 > 0
               perform varying hd-idx from hd-idx2 by 1
                       until hd-idx >= hd-count
                  move hd-entry (hd-idx + 1) to hd-entry (hd-idx)
               end-perform
               subtract 1 from hd-count
            end-if.

        300-checkFile.
        *> every dataset is proved readable, and every archive it
        *> goes to proved empty, before a single record moves
            perform 810-openWork
            evaluate wk-file-status
                when "00"
                   move "N" to ws-eof
                   perform 812-readWork
                   perform until ws-eof = "Y"
                      add 1 to ty-read (ty-idx)
                      perform 812-readWork
                   end-perform
                   perform 811-closeWork
                when "35"
                   move "Y" to ty-missing (ty-idx)
                   move "Y" to ws-warn
                   display td-name (ty-idx) " is not on file --"
                           " nothing to archive for it"
                when other
                   display td-name (ty-idx) " could not be opened --"
                           " status " wk-file-status
                           " -- nothing archived"
                   move 8 to return-code
                   stop run
            end-evaluate

        *> a working dataset shorter than the carry was replaced or
        *> restored since the last close -- archive all of it rather
        *> than skip records that were never archived
            if ty-read (ty-idx) < ty-carry (ty-idx)
               display td-name (ty-idx) " holds fewer records than"
                       " the last close left in it -- all of it is"
                       " archived"
               move 0 to ty-carry (ty-idx)
               move "Y" to ws-warn
            end-if

            perform 820-openArcIn
            if ar-file-status = "00"
               move "N" to ws-eof
               perform 821-readArc
               perform 822-closeArc
               if ws-eof = "N"
                  display "Archive " ty-dsn (ty-idx)
                          " already holds records -- nothing archived."
                          " check PERDT on the job matches PAYPARM"
                  move 8 to return-code
                  stop run
               end-if
            end-if.

        400-archiveType.
            perform 830-openArcOut
            if ty-missing (ty-idx) = "N"
               perform 810-openWork
               if td-datepos (ty-idx) > 0
                  perform 860-openKeepOut
               end-if
               move 0 to ws-rec-count
               move "N" to ws-eof
               perform 812-readWork
               perform until ws-eof = "Y"
                  add 1 to ws-rec-count
                  if ws-rec-count > ty-carry (ty-idx)
                     perform 831-writeArc
                     add 1 to ty-archived (ty-idx)
                  end-if
                  if td-datepos (ty-idx) > 0 and td-keep (ty-idx) > 0
                     perform 410-keepHistory
                  end-if
                  perform 812-readWork
               end-perform
               perform 811-closeWork
               if td-datepos (ty-idx) > 0
                  perform 862-closeKeep
               end-if
            end-if
            perform 822-closeArc.

        410-keepHistory.
        *> history inside the keep window goes back into the working
        *> dataset for the programs that read it back. a record
        *> that cannot be dated is kept rather than lost.
            move ws-rec (td-datepos (ty-idx):8) to ws-rec-date
            if ws-rec-date numeric
               move ws-rec-date to ws-cvt-date
               perform 850-dateToSerial
               if ws-cvt-serial >= ty-keep-serial (ty-idx)
                  perform 861-writeKeep
                  add 1 to ty-working (ty-idx)
               end-if
            else
               perform 861-writeKeep
               add 1 to ty-working (ty-idx)
            end-if.

        500-writeIndex.

           open extend arcIndexFile
           if ai-file-status = "35"
              open output arcIndexFile
           end-if
           open output arcPurgeFile

           perform varying ty-idx from 1 by 1 until ty-idx > 17
              move "A" to ai-Action
              move td-name (ty-idx) to ai-Type
              move pp-PeriodStart to ai-PeriodStart
              move ws-period-end to ai-PeriodEnd
              move ws-run-ymd to ai-RunDate
              move ty-archived (ty-idx) to ai-Records
              move ty-working (ty-idx) to ai-Carry
              move ty-dsn (ty-idx) to ai-Dsn
              write ai-record
              add 1 to ws-arc-count
              add ty-archived (ty-idx) to ws-arc-records
           end-perform

           perform varying hd-idx from 1 by 1 until hd-idx > hd-count
              if hd-PeriodStart (hd-idx)
                 < ty-cutoff (hd-TyIdx (hd-idx))
                 perform 510-purgeHeld
              else
                 add 1 to ws-kept-count
                 add hd-Records (hd-idx) to ws-kept-records
              end-if
           end-perform

           close arcIndexFile
           close arcPurgeFile.

        510-purgeHeld.
            move "P" to hd-Status (hd-idx)
            move "P" to ai-Action
            move td-name (hd-TyIdx (hd-idx)) to ai-Type
            move hd-PeriodStart (hd-idx) to ai-PeriodStart
            move hd-PeriodEnd (hd-idx) to ai-PeriodEnd
            move ws-run-ymd to ai-RunDate
            move hd-Records (hd-idx) to ai-Records
            move 0 to ai-Carry
            move hd-Dsn (hd-idx) to ai-Dsn
            write ai-record

            move spaces to pg-card
            string "  DELETE '" delimited by size
                   hd-Dsn (hd-idx) delimited by space
                   "' NONVSAM PURGE" delimited by size
                   into pg-card
            write pg-card

            add 1 to ws-purge-count
            add hd-Records (hd-idx) to ws-purge-records.

        600-resetWorking.
        *> every archive is written and indexed -- start the next
        *> cycle with empty working datasets, PAYHIST and CHGHIST
        *> with only their keep windows
            if ty-missing (ty-idx) = "N"
               if td-datepos (ty-idx) > 0
                  perform 841-openWorkOut
                  perform 863-openKeepIn
                  move "N" to ws-eof
                  perform 864-readKeep
                  perform until ws-eof = "Y"
                     perform 842-writeWork
                     perform 864-readKeep
                  end-perform
                  perform 862-closeKeep
                  perform 811-closeWork
               else
                  perform 840-resetWork
               end-if
            end-if.

        700-printInventory.

           open output arcRptFile
           move pp-PeriodStart to at-Start
           move ws-period-end to at-End
           move ws-run-ymd to at-RunDate
           write arc-out-rec from arc-title after advancing 1 line
           write arc-out-rec from blank-line after advancing 1 line
           write arc-out-rec from sum-hdr after advancing 1 line
           write arc-out-rec from blank-line after advancing 1 line

           perform varying ty-idx from 1 by 1 until ty-idx > 17
              move td-name (ty-idx) to sd-Type
              move td-years (ty-idx) to sd-Years
              if td-datepos (ty-idx) > 0
                 move td-keep (ty-idx) to sd-Keep
              else
                 move 0 to sd-Keep
              end-if
              move ty-read (ty-idx) to sd-Read
              move ty-carry (ty-idx) to sd-Carried
              move ty-archived (ty-idx) to sd-Archived
              move ty-working (ty-idx) to sd-Working
              write arc-out-rec from sum-detail after advancing 1 line
           end-perform

           write arc-out-rec from blank-line after advancing 1 line
           write arc-out-rec from list-hdr after advancing 1 line
           write arc-out-rec from blank-line after advancing 1 line

           perform varying ty-idx from 1 by 1 until ty-idx > 17
              move "ARCHIVED" to ld-Action
              move td-name (ty-idx) to ld-Type
              move pp-PeriodStart to ld-PeriodStart
              move ws-period-end to ld-PeriodEnd
              move ty-archived (ty-idx) to ld-Records
              move ty-dsn (ty-idx) to ld-Dsn
              write arc-out-rec from list-detail after advancing 1 line
              perform varying hd-idx from 1 by 1
                      until hd-idx > hd-count
                 if hd-TyIdx (hd-idx) = ty-idx
                    perform 710-listHeld
                 end-if
              end-perform
           end-perform

           write arc-out-rec from blank-line after advancing 1 line
           move "Archives written this close" to ac-label
           move ws-arc-count to ac-count
           write arc-out-rec from arc-count-line after advancing 1 line
           move "Records archived this close" to ac-label
           move ws-arc-records to ac-count
           write arc-out-rec from arc-count-line after advancing 1 line
           move "Earlier archives kept" to ac-label
           move ws-kept-count to ac-count
           write arc-out-rec from arc-count-line after advancing 1 line
           move "Records in archives kept" to ac-label
           move ws-kept-records to ac-count
           write arc-out-rec from arc-count-line after advancing 1 line
           move "Archives purged past retention" to ac-label
           move ws-purge-count to ac-count
           write arc-out-rec from arc-count-line after advancing 1 line
           move "Records in archives purged" to ac-label
           move ws-purge-records to ac-count
           write arc-out-rec from arc-count-line after advancing 1 line.

        710-listHeld.
            if hd-Status (hd-idx) = "P"
               move "PURGED" to ld-Action
            else
               move "KEPT" to ld-Action
            end-if
            move hd-PeriodStart (hd-idx) to ld-PeriodStart
            move hd-PeriodEnd (hd-idx) to ld-PeriodEnd
            move hd-Records (hd-idx) to ld-Records
            move hd-Dsn (hd-idx) to ld-Dsn
            write arc-out-rec from list-detail after advancing 1 line.

        810-openWork.
            evaluate ty-idx
                when 1
                   open input phWork
                when 2
                   open input glpWork
                when 3
                   open input glrWork
                when 4
                   open input dedWork
                when 5
                   open input dstWork
                when 6
                   open input excWork
                when 7
                   open input pexWork
                when 8
                   open input crgWork
                when 9
                   open input cprWork
                when 10
                   open input stbWork
                when 11
                   open input balWork
                when 12
                   open input varWork
                when 13
                   open input finWork
                when 14
                   open input pucWork
                when 15
                   open input wchWork
                when 16
                   open input apvWork
                when 17
                   open input chgWork
            end-evaluate.

        811-closeWork.
            evaluate ty-idx
                when 1
                   close phWork
                when 2
                   close glpWork
                when 3
                   close glrWork
                when 4
                   close dedWork
                when 5
                   close dstWork
                when 6
                   close excWork
                when 7
                   close pexWork
                when 8
                   close crgWork
                when 9
                   close cprWork
                when 10
                   close stbWork
                when 11
                   close balWork
                when 12
                   close varWork
                when 13
                   close finWork
                when 14
                   close pucWork
                when 15
                   close wchWork
                when 16
                   close apvWork
                when 17
                   close chgWork
            end-evaluate.

        812-readWork.
            evaluate ty-idx
                when 1
                   read phWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 2
                   read glpWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 3
                   read glrWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 4
                   read dedWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 5
                   read dstWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 6
                   read excWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 7
                   read pexWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 8
                   read crgWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 9
                   read cprWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 10
                   read stbWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 11
                   read balWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 12
                   read varWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 13
                   read finWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 14
                   read pucWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 15
                   read wchWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 16
                   read apvWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 17
                   read chgWork into ws-rec
                      at end move "Y" to ws-eof
                   end-read
            end-evaluate.

        820-openArcIn.
            evaluate ty-idx
                when 1
                   open input phArch
                when 2
                   open input glpArch
                when 3
                   open input glrArch
                when 4
                   open input dedArch
                when 5
                   open input dstArch
                when 6
                   open input excArch
                when 7
                   open input pexArch
                when 8
                   open input crgArch
                when 9
                   open input cprArch
                when 10
                   open input stbArch
                when 11
                   open input balArch
                when 12
                   open input varArch
                when 13
                   open input finArch
                when 14
                   open input pucArch
                when 15
                   open input wchArch
                when 16
                   open input apvArch
                when 17
                   open input chgArch
            end-evaluate.

        821-readArc.
            evaluate ty-idx
                when 1
                   read phArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 2
                   read glpArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 3
                   read glrArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 4
                   read dedArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 5
                   read dstArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 6
                   read excArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 7
                   read pexArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 8
                   read crgArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 9
                   read cprArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 10
                   read stbArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 11
                   read balArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 12
                   read varArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 13
                   read finArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 14
                   read pucArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 15
                   read wchArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 16
                   read apvArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 17
                   read chgArch into ws-rec
                      at end move "Y" to ws-eof
                   end-read
            end-evaluate.

        822-closeArc.
            evaluate ty-idx
                when 1
                   close phArch
                when 2
                   close glpArch
                when 3
                   close glrArch
                when 4
                   close dedArch
                when 5
                   close dstArch
                when 6
                   close excArch
                when 7
                   close pexArch
                when 8
                   close crgArch
                when 9
                   close cprArch
                when 10
                   close stbArch
                when 11
                   close balArch
                when 12
                   close varArch
                when 13
                   close finArch
                when 14
                   close pucArch
                when 15
                   close wchArch
                when 16
                   close apvArch
                when 17
                   close chgArch
            end-evaluate.

        830-openArcOut.
            evaluate ty-idx
                when 1
                   open output phArch
                when 2
                   open output glpArch
                when 3
                   open output glrArch
                when 4
                   open output dedArch
                when 5
                   open output dstArch
                when 6
                   open output excArch
                when 7
                   open output pexArch
                when 8
                   open output crgArch
                when 9
                   open output cprArch
                when 10
                   open output stbArch
                when 11
                   open output balArch
                when 12
                   open output varArch
                when 13
                   open output finArch
                when 14
                   open output pucArch
                when 15
                   open output wchArch
                when 16
                   open output apvArch
                when 17
                   open output chgArch
            end-evaluate.

        831-writeArc.
            evaluate ty-idx
                when 1
                   write ph-arch-rec from ws-rec
                when 2
                   write glp-arch-rec from ws-rec
                when 3
                   write glr-arch-rec from ws-rec
                when 4
                   write ded-arch-rec from ws-rec
                when 5
                   write dst-arch-rec from ws-rec
                when 6
                   write exc-arch-rec from ws-rec
                when 7
                   write pex-arch-rec from ws-rec
                when 8
                   write crg-arch-rec from ws-rec
                when 9
                   write cpr-arch-rec from ws-rec
                when 10
                   write stb-arch-rec from ws-rec
                when 11
                   write bal-arch-rec from ws-rec
                when 12
                   write var-arch-rec from ws-rec
                when 13
                   write fin-arch-rec from ws-rec
                when 14
                   write puc-arch-rec from ws-rec
                when 15
                   write wch-arch-rec from ws-rec
                when 16
                   write apv-arch-rec from ws-rec
                when 17
                   write chg-arch-rec from ws-rec
            end-evaluate.

        840-resetWork.
            evaluate ty-idx
                when 1
                   open output phWork
                   close phWork
                when 2
                   open output glpWork
                   close glpWork
                when 3
                   open output glrWork
                   close glrWork
                when 4
                   open output dedWork
                   close dedWork
                when 5
                   open output dstWork
                   close dstWork
                when 6
                   open output excWork
                   close excWork
                when 7
                   open output pexWork
                   close pexWork
                when 8
                   open output crgWork
                   close crgWork
                when 9
                   open output cprWork
                   close cprWork
                when 10
                   open output stbWork
                   close stbWork
                when 11
                   open output balWork
                   close balWork
                when 12
                   open output varWork
                   close varWork
                when 13
                   open output finWork
                   close finWork
                when 14
                   open output pucWork
                   close pucWork
                when 15
                   open output wchWork
                   close wchWork
                when 16
                   open output apvWork
                   close apvWork
                when 17
                   open output chgWork
                   close chgWork
            end-evaluate.

        841-openWorkOut.
            evaluate ty-idx
                when 1
                   open output phWork
                when 17
                   open output chgWork
            end-evaluate.

        842-writeWork.
            evaluate ty-idx
                when 1
                   write ph-rec from ws-rec
                when 17
                   write chg-rec from ws-rec
            end-evaluate.

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

        860-openKeepOut.
            evaluate ty-idx
                when 1
                   open output phKeepFile
                when 17
                   open output chKeepFile
            end-evaluate.

        861-writeKeep.
            evaluate ty-idx
                when 1
                   write phk-rec from ws-rec
                when 17
                   write chk-rec from ws-rec
            end-evaluate.

        862-closeKeep.
            evaluate ty-idx
                when 1
                   close phKeepFile
                when 17
                   close chKeepFile
            end-evaluate.

        863-openKeepIn.
            evaluate ty-idx
                when 1
                   open input phKeepFile
                when 17
                   open input chKeepFile
            end-evaluate.

        864-readKeep.
            evaluate ty-idx
                when 1
                   read phKeepFile into ws-rec
                      at end move "Y" to ws-eof
                   end-read
                when 17
                   read chKeepFile into ws-rec
                      at end move "Y" to ws-eof
                   end-read
            end-evaluate.

        870-buildDsn.
        *> the dated archive name the job allocates for this dataset:
        *> PAYROLL.LAB6A.ARC.<dataset>.D<yymmdd of the period start>
            move spaces to ty-dsn (ty-idx)
            string ws-arc-prefix delimited by size
                   td-name (ty-idx) delimited by space
                   ".D" delimited by size
                   pp-PeriodStart (3:6) delimited by size
                   into ty-dsn (ty-idx).

        900-finalize.

           display "Period close " pp-PeriodStart ": "
                   ws-arc-records " records archived, "
                   ws-purge-count " archives purged"

           if ws-warn = "Y"
              move 4 to return-code
           end-if

           close arcRptFile.
