        *> Tyler Zysberg
        *> Positive-pay issue file build for the disbursement bank.
        *> Runs as its own gated step after the balancing step, like
        *> the 401k remittance, so a run that did not prove out never
        *> reaches the bank. lab6rec only catches a forged or altered
        *> check after the bank has paid it; with this file on hand
        *> the bank refuses any check that does not match what we
        *> issued before it clears.
        *>
        *> Reads the per-run detail lab6 wrote to PPWORK: an issue
        *> record for every check 565-writeCheck cut, and a void
        *> record for every check-paid pay a V transaction reversed.
        *> A void transaction does not carry the check number, so
        *> the original is found on the outstanding-check file by
        *> employee and amount -- exactly one outstanding check must
        *> match, or the void is left off the file and flagged for a
        *> person to call in to the bank. The file closes with a T
        *> control record carrying the counts and money totals the
        *> bank balances against.


        Identification Division.

        Program-Id.        lab6ppy.

        environment division.
        input-output section.
        file-control.
           select ppWorkFile assign to PPWORK
               organization is line sequential.

           select chkOutFile assign to CHKOUT
               organization is line sequential
               file status is co-file-status.

           select ppParmFile assign to PPPARM
               organization is line sequential
               file status is pa-file-status.

           select ppIssueFile assign to PPISSUE
               organization is line sequential.


        Data Division.

        File Section.
        FD ppWorkFile.
          01  pw-record.
           05 pw-Type                  pic X.
           05 pw-CheckNo               pic 9(8).
           05 pw-EmpNumber             pic X(5).
           05 pw-Date                  pic 9(8).
           05 pw-Amount                pic 9(9)v99.
           05 pw-Payee                 pic X(37).

        FD chkOutFile.
          01  co-record.
           05 co-CheckNo               pic 9(8).
           05 co-EmpNumber             pic X(5).
           05 co-Date                  pic 9(8).
           05 co-Amount                pic 9(9)v99.

        *> the disbursement account the checks are drawn on
        FD ppParmFile.
          01  pa-record.
           05 pa-Account               pic X(17).

        FD ppIssueFile.
        01    pi-out-rec pic X(80).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  co-eof                 pic x value "n".
        01  co-file-status         pic xx value spaces.
        01  pa-file-status         pic xx value spaces.

        *> this run's positive-pay detail, loaded whole so the voids
        *> can be resolved after every issue number is known
        01 pp-work-table.
            05 pt-count        pic 9(4) value 0.
            05 pt-entry occurs 2000 times.
               10 pt-Type      pic x.
               10 pt-CheckNo   pic 9(8).
               10 pt-EmpNumber pic x(5).
               10 pt-Date      pic 9(8).
               10 pt-Amount    pic 9(9)v99.
               10 pt-Payee     pic x(37).
        01 pt-idx          pic 9(4).
        01 pt-idx2         pic 9(4).

        *> the outstanding-check file. a check cut in this run is
        *> on it too, and is never a candidate for this run's voids;
        *> a check one void claims cannot be claimed by another.
        01 out-chk-table.
            05 oc-count        pic 9(4) value 0.
            05 oc-entry occurs 5000 times.
               10 oc-CheckNo   pic 9(8).
               10 oc-EmpNumber pic x(5).
               10 oc-Date      pic 9(8).
               10 oc-Amount    pic 9(9)v99.
               10 oc-Claimed   pic x.
        01 oc-idx          pic 9(4).
        01 ws-match-idx    pic 9(4).
        01 ws-match-count  pic 9(4).
        01 ws-this-run     pic x.

        01  ws-counts.
            05 ws-read-count       pic 9(7) value 0.
            05 ws-issue-count      pic 9(7) value 0.
            05 ws-void-count       pic 9(7) value 0.
            05 ws-nomatch-count    pic 9(7) value 0.
            05 ws-ambig-count      pic 9(7) value 0.

        01  ws-totals.
            05 ws-issue-total      pic 9(12)v99 value 0.
            05 ws-void-total       pic 9(12)v99 value 0.

        *> issue-file detail -- I issued, V void
        01  pi-detail.
            05  pd-rec-type        pic x value "D".
            05  pd-Account         pic x(17).
            05  pd-CheckNo         pic 9(10).
            05  pd-IssueDate       pic 9(8).
            05  pd-Amount          pic 9(10)v99.
            05  pd-IssueCode       pic x.
            05  pd-Payee           pic x(30).
            05                     pic x value space.

        *> issue-file control -- the totals the bank proves the
        *> details against before loading them
        01  pi-control.
            05  pc-rec-type        pic x value "T".
            05  pc-Account         pic x(17).
            05  pc-Count           pic 9(7).
            05  pc-IssueCount      pic 9(7).
            05  pc-IssueTotal      pic 9(12)v99.
            05  pc-VoidCount       pic 9(7).
            05  pc-VoidTotal       pic 9(12)v99.
            05                     pic x(13) value spaces.


        Procedure Division.
        000-main.

           perform 100-initialize
           perform 200-loadWork
           perform 300-loadOutstanding
           perform 400-writeIssues
           perform 500-writeVoids
           perform 900-finalize

            stop run.

        100-initialize.

           open input ppParmFile
           if pa-file-status not = "00"
              display "PPPARM could not be opened -- status "
                      pa-file-status " -- no positive-pay file built"
              move 8 to return-code
              stop run
           end-if
           read ppParmFile
              at end
                 move spaces to pa-Account
           end-read
           close ppParmFile
           if pa-Account = spaces
              display "PPPARM carries no account number --"
                      " no positive-pay file built"
              move 8 to return-code
              stop run
           end-if

           move pa-Account to pd-Account
           move pa-Account to pc-Account
           open output ppIssueFile.

        200-loadWork.

           open input ppWorkFile
           Perform until eof = "Y"
              read ppWorkFile
              at end move "Y" to eof

              not at end
                 add 1 to ws-read-count
                 if pt-count < 2000
                    add 1 to pt-count
                    move pw-Type to pt-Type (pt-count)
                    move pw-CheckNo to pt-CheckNo (pt-count)
                    move pw-EmpNumber to pt-EmpNumber (pt-count)
                    move pw-Date to pt-Date (pt-count)
                    move pw-Amount to pt-Amount (pt-count)
                    move pw-Payee to pt-Payee (pt-count)
                 else
        *> a check left off the file would be refused by the bank
        *> when the employee cashes it -- stop rather than send short
                    display "Positive-pay work table is full -- run"
                            " stopped before employee " pw-EmpNumber
                            " was loaded. raise the table and rerun."
                    move 16 to return-code
                    stop run
                 end-if
              end-read
              End-Perform
           close ppWorkFile.

        300-loadOutstanding.

           open input chkOutFile
           if co-file-status not = "00"
              display "Outstanding check file could not be opened"
                      " -- status " co-file-status
                      " -- voids cannot be matched"
           else
              Perform until co-eof = "Y"
                 read chkOutFile
                 at end move "Y" to co-eof

                 not at end
                    if oc-count < 5000
                       add 1 to oc-count
                       move co-CheckNo to oc-CheckNo (oc-count)
                       move co-EmpNumber to oc-EmpNumber (oc-count)
                       move co-Date to oc-Date (oc-count)
                       move co-Amount to oc-Amount (oc-count)
                       move "N" to oc-Claimed (oc-count)
                    else
                       display "Outstanding check table is full --"
                               " check " co-CheckNo " and later not"
                               " available to match voids"
                    end-if
                 end-read
                 End-Perform
              close chkOutFile
           end-if.

        400-writeIssues.

           perform varying pt-idx from 1 by 1
                   until pt-idx > pt-count
              if pt-Type (pt-idx) = "I"
                 move pt-CheckNo (pt-idx) to pd-CheckNo
                 move pt-Date (pt-idx) to pd-IssueDate
                 move pt-Amount (pt-idx) to pd-Amount
                 move "I" to pd-IssueCode
                 move pt-Payee (pt-idx) to pd-Payee
                 write pi-out-rec from pi-detail
                 add 1 to ws-issue-count
                 add pt-Amount (pt-idx) to ws-issue-total
              end-if
           end-perform.

        500-writeVoids.

           perform varying pt-idx from 1 by 1
                   until pt-idx > pt-count
              if pt-Type (pt-idx) = "V"
                 perform 510-matchVoid
              end-if
           end-perform.

        510-matchVoid.
        *> the void's check is the one outstanding check for this
        *> employee at this amount that was not cut in this run and
        *> has not been claimed by another void. none, or more than
        *> one, and the bank has to be called -- voiding the wrong
        *> number would let the real check through and refuse a
        *> good one.
            move 0 to ws-match-count
            move 0 to ws-match-idx
            perform varying oc-idx from 1 by 1
                    until oc-idx > oc-count
               if oc-EmpNumber (oc-idx) = pt-EmpNumber (pt-idx)
                  and oc-Amount (oc-idx) = pt-Amount (pt-idx)
                  and oc-Claimed (oc-idx) = "N"
                  perform 520-checkThisRun
                  if ws-this-run = "N"
                     add 1 to ws-match-count
                     move oc-idx to ws-match-idx
                  end-if
               end-if
            end-perform

            evaluate true
                when ws-match-count = 1
                   move "Y" to oc-Claimed (ws-match-idx)
                   move oc-CheckNo (ws-match-idx) to pd-CheckNo
                   move oc-Date (ws-match-idx) to pd-IssueDate
                   move oc-Amount (ws-match-idx) to pd-Amount
                   move "V" to pd-IssueCode
                   move pt-Payee (pt-idx) to pd-Payee
                   write pi-out-rec from pi-detail
                   add 1 to ws-void-count
                   add oc-Amount (ws-match-idx) to ws-void-total
                when ws-match-count = 0
                   add 1 to ws-nomatch-count
                   display "Void for employee " pt-EmpNumber (pt-idx)
                           " amount " pt-Amount (pt-idx)
                           " matches no outstanding check -- not on"
                           " the positive-pay file, call the bank"
                when other
                   add 1 to ws-ambig-count
                   display "Void for employee " pt-EmpNumber (pt-idx)
                           " amount " pt-Amount (pt-idx)
                           " matches " ws-match-count
                           " outstanding checks -- not on the"
                           " positive-pay file, call the bank"
            end-evaluate.

        520-checkThisRun.
            move "N" to ws-this-run
            perform varying pt-idx2 from 1 by 1
                    until pt-idx2 > pt-count
               if pt-Type (pt-idx2) = "I"
                  and pt-CheckNo (pt-idx2) = oc-CheckNo (oc-idx)
                  move "Y" to ws-this-run
               end-if
            end-perform.

        900-finalize.

           compute pc-Count = ws-issue-count + ws-void-count
           move ws-issue-count to pc-IssueCount
           move ws-issue-total to pc-IssueTotal
           move ws-void-count to pc-VoidCount
           move ws-void-total to pc-VoidTotal
           write pi-out-rec from pi-control

           display "Positive pay: " ws-issue-count " issued, total "
                   ws-issue-total ", " ws-void-count " voided, total "
                   ws-void-total

        *> an unmatched void is still a live check at the bank --
        *> condition code 4 puts the listing in front of a person
           if ws-nomatch-count > 0 or ws-ambig-count > 0
              move 4 to return-code
           end-if

           close ppIssueFile.
