        *> Tyler Zysberg
        *> Accounts payable vendor-payment interface for the money a
        *> payroll run owes outside parties. lab6 totals it on DEDRPT
        *> by deduction type and payee and on DISTRPT by school
        *> district, and AP used to re-key every garnishment check
        *> and district payment from those printouts. Runs as its own
        *> gated step after the balancing step, like the 401k
        *> remittance, so a run that did not prove out never reaches
        *> payables.
        *>
        *> Reads the per-run detail lab6 wrote to RMWORK -- one
        *> record per employee per DEDMSTR deduction taken, per
        *> school-district tax withheld, and per insurance coverage
        *> line -- and maps each payee to its AP vendor through the
        *> PAYEEMST table: D rows map a DEDMSTR payee name, S rows a
        *> district code, I rows a coverage line (MEDICAL, DENTAL,
        *> VISION) to its carrier. The interface carries one H
        *> payment record per vendor, the D remittance details under
        *> it (employee, name, case number or reference, amount) so
        *> a court or agency can apply the money, and a trailing T
        *> control record with the counts and total AP balances to.
        *>
        *> An amount whose payee has no vendor on PAYEEMST is left
        *> off the interface and listed on APVEXC; so is a
        *> garnishment detail with no case number on its order,
        *> though that one is still paid. Condition code 4 means the
        *> listing has entries for AP and the garnishment desk.


        Identification Division.

        Program-Id.        lab6apv.

        environment division.
        input-output section.
        file-control.
           select payeeFile assign to PAYEEMST
               organization is line sequential
               file status is pv-file-status.

           select rmWorkFile assign to RMWORK
               organization is line sequential
               file status is rw-file-status.

           select apvPayFile assign to APVPAY
               organization is line sequential.

           select apvExcFile assign to APVEXC
               organization is line sequential.


        Data Division.

        File Section.
        *> payee-to-vendor map. kind D keys a DEDMSTR payee name,
        *> S a school district code, I an insurance coverage line.
        FD payeeFile.
          01  pv-record.
           05 pv-Kind                  pic X.
           05 pv-Payee                 pic X(20).
           05 pv-Vendor                pic X(10).
           05 pv-RemitName             pic X(30).

        FD rmWorkFile.
          01  rw-record.
           05 rw-Kind                  pic X.
           05 rw-Type                  pic X(2).
           05 rw-Payee                 pic X(20).
           05 rw-EmpNumber             pic X(5).
           05 rw-Name                  pic X(25).
           05 rw-Reference             pic X(20).
           05 rw-Amount                pic 9(7)v99.

        FD apvPayFile.
        01    ap-out-rec pic X(80).

        FD apvExcFile.
        01    exc-out-rec pic X(132).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  pv-eof                 pic x value "n".
        01  pv-file-status         pic xx value spaces.
        01  rw-file-status         pic xx value spaces.

        01  ws-date.
            05  ws-yr              pic 9(4).
            05  ws-mo              pic 99.
            05  ws-dy              pic 99.
        01  ws-run-ymd             pic 9(8) value 0.

        *> the vendor map, loaded whole from PAYEEMST
        01 vendor-table.
            05 vt-count        pic 9(4) value 0.
            05 vt-entry occurs 0 to 1000 times
                   depending on vt-count indexed by vt-idx.
               10 vt-Kind       pic x.
               10 vt-Payee      pic x(20).
               10 vt-Vendor     pic x(10).
               10 vt-RemitName  pic x(30).

        *> this run's mapped remittance detail, loaded whole so every
        *> payment's total is known before its header is written
        01 remit-table.
            05 rt-count        pic 9(4) value 0.
            05 rt-entry occurs 5000 times.
               10 rt-Vendor     pic x(10).
               10 rt-RemitName  pic x(30).
               10 rt-Type       pic x(2).
               10 rt-EmpNumber  pic x(5).
               10 rt-Name       pic x(25).
               10 rt-Reference  pic x(20).
               10 rt-Amount     pic 9(7)v99.
               10 rt-Done       pic x.
        01 rt-idx          pic 9(4).
        01 rt-idx2         pic 9(4).
        01 ws-found        pic x.

        01  ws-counts.
            05 ws-read-count       pic 9(7) value 0.
            05 ws-pay-count        pic 9(7) value 0.
            05 ws-detail-count     pic 9(7) value 0.
            05 ws-unmapped-count   pic 9(7) value 0.
            05 ws-nocase-count     pic 9(7) value 0.
            05 ws-exc-count        pic 9(7) value 0.
            05 ws-vendor-details   pic 9(5) value 0.

        01  ws-totals.
            05 ws-paid-total       pic 9(12)v99 value 0.
            05 ws-unmapped-total   pic 9(12)v99 value 0.
            05 ws-vendor-total     pic 9(9)v99 value 0.

        *> interface payment header -- one per vendor per run
        01  ap-header.
            05  ah-rec-type        pic x value "H".
            05  ah-Vendor          pic x(10).
            05  ah-RemitName       pic x(30).
            05  ah-PayDate         pic 9(8).
            05  ah-Amount          pic 9(9)v99.
            05  ah-DetailCount     pic 9(5).
            05                     pic x(15) value spaces.

        *> interface remittance detail -- one per employee amount
        01  ap-detail.
            05  ad-rec-type        pic x value "D".
            05  ad-Vendor          pic x(10).
            05  ad-EmpNumber       pic x(5).
            05  ad-Name            pic x(25).
            05  ad-Reference       pic x(20).
            05  ad-Amount          pic 9(7)v99.
            05  ad-Type            pic x(2).
            05                     pic x(8) value spaces.

        *> interface control -- the totals AP proves the payments
        *> against before releasing them
        01  ap-control.
            05  at-rec-type        pic x value "T".
            05  at-PayCount        pic 9(7).
            05  at-DetailCount     pic 9(7).
            05  at-Total           pic 9(12)v99.
            05                     pic x(51) value spaces.

        01  exc-title.
            05                  pic x(36)
               value "AP Remittance Interface Exceptions".
            05                  pic x(10) value "Run date ".
            05  et-RunDate      pic 9(8).

        01  exc-hdr.
            05                     pic x(7)  value "Emp #".
            05                     pic x(27) value "Name".
            05                     pic x(4)  value "Kd".
            05                     pic x(4)  value "Ty".
            05                     pic x(22) value "Payee".
            05                     pic x(14) value "      Amount".
            05                     pic x(45) value "Reason".

        01  exc-detail.
            05  ed-EmpNumber       pic x(5).
            05                     pic x(2) value spaces.
            05  ed-Name            pic x(25).
            05                     pic x(2) value spaces.
            05  ed-Kind            pic x.
            05                     pic x(3) value spaces.
            05  ed-Type            pic x(2).
            05                     pic x(2) value spaces.
            05  ed-Payee           pic x(20).
            05                     pic x(2) value spaces.
            05  ed-Amount          pic z,zzz,zz9.99.
            05                     pic x(2) value spaces.
            05  ed-Reason          pic x(45).

        01  exc-count-line.
            05                     pic x(2) value spaces.
            05  ec-label           pic x(42).
            05  ec-count           pic zzz,zz9.

        01  exc-amount-line.
            05                     pic x(2) value spaces.
            05  ea-label           pic x(42).
            05  ea-amount          pic $$$,$$$,$$$,$$9.99.

        01  blank-line             pic x value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize
           perform 200-loadPayees
           perform 300-loadWork
           perform 400-writePayments
           perform 900-finalize

            stop run.

        100-initialize.

           accept ws-date from date yyyymmdd
           compute ws-run-ymd = ws-yr * 10000 + ws-mo * 100 + ws-dy

           open input payeeFile
           if pv-file-status not = "00"
              display "PAYEEMST could not be opened -- status "
                      pv-file-status " -- no AP interface built"
              move 8 to return-code
              stop run
           end-if

           open output apvPayFile
           open output apvExcFile
           move ws-run-ymd to et-RunDate
           write exc-out-rec from exc-title after advancing 1 line
           write exc-out-rec from blank-line after advancing 1 line
           write exc-out-rec from exc-hdr after advancing 1 line
           write exc-out-rec from blank-line after advancing 1 line.

        200-loadPayees.

           Perform until pv-eof = "Y"
              read payeeFile
              at end move "Y" to pv-eof

              not at end
                 if not (pv-Kind = "D" or "S" or "I")
                    or pv-Payee = spaces or pv-Vendor = spaces
                    display "PAYEEMST row for " pv-Kind " " pv-Payee
                            " is not usable -- dropped"
                 else
                    perform 210-storePayee
                 end-if
              end-read
              End-Perform
           close payeeFile.

        210-storePayee.
        *> the first row for a payee wins -- a second would make the
        *> vendor depend on the order of the file
            move "N" to ws-found
            if vt-count > 0
               set vt-idx to 1
               search vt-entry
                   at end
                      continue
                   when vt-Kind (vt-idx) = pv-Kind
                        and vt-Payee (vt-idx) = pv-Payee
                      move "Y" to ws-found
               end-search
            end-if

            if ws-found = "Y"
               display "PAYEEMST maps " pv-Kind " " pv-Payee
                       " more than once -- vendor "
                       vt-Vendor (vt-idx) " kept"
            else
               if vt-count < 1000
                  add 1 to vt-count
                  move pv-Kind to vt-Kind (vt-count)
                  move pv-Payee to vt-Payee (vt-count)
                  move pv-Vendor to vt-Vendor (vt-count)
                  move pv-RemitName to vt-RemitName (vt-count)
               else
        *> a payee dropped here would be held from payment as
        *> unmapped -- stop rather than build a short interface
                  display "Payee vendor table is full -- run stopped"
                          " before " pv-Kind " " pv-Payee
                          " was loaded. raise the table and rerun."
                  move 16 to return-code
                  stop run
               end-if
            end-if.

        300-loadWork.

           open input rmWorkFile
           if rw-file-status not = "00"
              display "RMWORK could not be opened -- status "
                      rw-file-status " -- no remittance detail read"
           else
              Perform until eof = "Y"
                 read rmWorkFile
                 at end move "Y" to eof

                 not at end
                    add 1 to ws-read-count
                    perform 310-mapDetail
                 end-read
                 End-Perform
              close rmWorkFile
           end-if.

        310-mapDetail.

            move "N" to ws-found
            if vt-count > 0
               set vt-idx to 1
               search vt-entry
                   at end
                      continue
                   when vt-Kind (vt-idx) = rw-Kind
                        and vt-Payee (vt-idx) = rw-Payee
                      move "Y" to ws-found
               end-search
            end-if

            if ws-found = "N"
               add 1 to ws-unmapped-count
               add rw-Amount to ws-unmapped-total
               move "No AP vendor on PAYEEMST -- not remitted"
                       to ed-Reason
               perform 800-writeException
            else
               if rt-count < 5000
                  add 1 to rt-count
                  move vt-Vendor (vt-idx) to rt-Vendor (rt-count)
                  move vt-RemitName (vt-idx) to rt-RemitName (rt-count)
                  move rw-Type to rt-Type (rt-count)
                  move rw-EmpNumber to rt-EmpNumber (rt-count)
                  move rw-Name to rt-Name (rt-count)
                  move rw-Reference to rt-Reference (rt-count)
                  move rw-Amount to rt-Amount (rt-count)
                  move "N" to rt-Done (rt-count)
               else
                  display "Remittance work table is full -- run"
                          " stopped before employee " rw-EmpNumber
                          " was loaded. raise the table and rerun."
                  move 16 to return-code
                  stop run
               end-if
        *> a court applies garnishment money by case number --
        *> without one the payment lands in suspense at the agency
               if rw-Kind = "D"
                  and (rw-Type = "CS" or "GA" or "TL")
                  and rw-Reference = spaces
                  add 1 to ws-nocase-count
                  move "Garnishment has no case number -- remitted"
                          to ed-Reason
                  perform 800-writeException
               end-if
            end-if.

        400-writePayments.
        *> one payment per vendor: the first unpaid detail names the
        *> vendor, every detail for that vendor is totalled for the
        *> header, then written under it
           perform varying rt-idx from 1 by 1
                   until rt-idx > rt-count
              if rt-Done (rt-idx) = "N"
                 perform 410-totalVendor
                 perform 420-writeVendor
              end-if
           end-perform.

        410-totalVendor.
            move 0 to ws-vendor-total
            move 0 to ws-vendor-details
            perform varying rt-idx2 from rt-idx by 1
                    until rt-idx2 > rt-count
               if rt-Done (rt-idx2) = "N"
                  and rt-Vendor (rt-idx2) = rt-Vendor (rt-idx)
                  add rt-Amount (rt-idx2) to ws-vendor-total
                  add 1 to ws-vendor-details
               end-if
            end-perform.

        420-writeVendor.
            move rt-Vendor (rt-idx) to ah-Vendor
            move rt-RemitName (rt-idx) to ah-RemitName
            move ws-run-ymd to ah-PayDate
            move ws-vendor-total to ah-Amount
            move ws-vendor-details to ah-DetailCount
            write ap-out-rec from ap-header
            add 1 to ws-pay-count
            add ws-vendor-total to ws-paid-total

            move rt-Vendor (rt-idx) to ad-Vendor
            perform varying rt-idx2 from rt-idx by 1
                    until rt-idx2 > rt-count
               if rt-Done (rt-idx2) = "N"
                  and rt-Vendor (rt-idx2) = rt-Vendor (rt-idx)
                  move rt-EmpNumber (rt-idx2) to ad-EmpNumber
                  move rt-Name (rt-idx2) to ad-Name
                  move rt-Reference (rt-idx2) to ad-Reference
                  move rt-Amount (rt-idx2) to ad-Amount
                  move rt-Type (rt-idx2) to ad-Type
                  write ap-out-rec from ap-detail
                  add 1 to ws-detail-count
                  move "Y" to rt-Done (rt-idx2)
               end-if
            end-perform.

        800-writeException.
            move rw-EmpNumber to ed-EmpNumber
            move rw-Name to ed-Name
            move rw-Kind to ed-Kind
            move rw-Type to ed-Type
            move rw-Payee to ed-Payee
            move rw-Amount to ed-Amount
            write exc-out-rec from exc-detail after advancing 1 line
            add 1 to ws-exc-count.

        900-finalize.

           move ws-pay-count to at-PayCount
           move ws-detail-count to at-DetailCount
           move ws-paid-total to at-Total
           write ap-out-rec from ap-control

           write exc-out-rec from blank-line after advancing 1 line
           move "Remittance details read" to ec-label
           move ws-read-count to ec-count
           write exc-out-rec from exc-count-line after advancing 1 line
           move "Vendor payments built" to ec-label
           move ws-pay-count to ec-count
           write exc-out-rec from exc-count-line after advancing 1 line
           move "Remittance details sent" to ec-label
           move ws-detail-count to ec-count
           write exc-out-rec from exc-count-line after advancing 1 line
           move "Details with no mapped vendor" to ec-label
           move ws-unmapped-count to ec-count
           write exc-out-rec from exc-count-line after advancing 1 line
           move "Garnishments sent with no case number" to ec-label
           move ws-nocase-count to ec-count
           write exc-out-rec from exc-count-line after advancing 1 line
           move "Amount sent to AP" to ea-label
           move ws-paid-total to ea-amount
           write exc-out-rec from exc-amount-line
               after advancing 1 line
           move "Amount held for want of a vendor" to ea-label
           move ws-unmapped-total to ea-amount
           write exc-out-rec from exc-amount-line
               after advancing 1 line

           display "AP remittance: " ws-pay-count " payments, "
                   ws-detail-count " details, total " ws-paid-total
                   ", " ws-unmapped-count " unmapped"

        *> an unmapped amount was withheld from someone's pay and is
        *> owed -- condition code 4 puts the listing in front of AP
           if ws-exc-count > 0
              move 4 to return-code
           end-if

           close apvPayFile
           close apvExcFile.
