        *> it after the window. On an E against a live account the
        *> old account is kept as the prior account so pay keeps
        *> flowing while the new one prenotes.
        *>
        *> Every account an applied transaction adds, replaces, or
        *> drops is also written to the shared CHGHIST change history,
        *> routing and account old and new, for lab6wch's fraud watch.


        Identification Division.
           select rejFile assign to BNKREJ
               organization is line sequential.

           select chgFile assign to CHGHIST
               organization is line sequential
               file status is ch-file-status.


        Data Division.

        FD rejFile.
        01    rej-out-rec pic X(132).

        FD chgFile.
        01    ch-out-rec pic X(103).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  bk-file-status         pic xx value spaces.
        01  ch-file-status         pic xx value spaces.
        01  ws-run-date            pic 9(8).

        01  ws-valid               pic x value "Y".
           88 ws-is-valid          value "Y".
        01  ws-rt-ok               pic x value "Y".
           88 ws-is-rt-ok          value "Y".

        *> change-history record, shared with lab6mnt, lab6ded,
        *> lab6ret, and lab6fin
        01  ch-record.
            05 ch-Date             pic 9(8).
            05 ch-Source           pic x(8) value "LAB6BNK".
            05 ch-EmpNumber        pic x(5).
            05 ch-Action           pic x(3).
            05 ch-Field            pic x(15).
            05 ch-Qual             pic x(4) value spaces.
            05 ch-OldValue         pic x(30).
            05 ch-NewValue         pic x(30).

        *> an account as the change history carries it
        01  ws-acct-text.
            05 wa-Routing          pic x(9).
            05                     pic x value space.
            05 wa-Account          pic x(17).

        01  ws-old-acct            pic x(27).
        01  ws-old-split           pic x(30).
        01  ws-split-text.
            05 wt-Method           pic x.
            05                     pic x value space.
            05 wt-Amount           pic z(6)9.99.
            05                     pic x value space.
            05 wt-Percent          pic .999.

        01  aud-hdr.
            05                     pic x(8)  value "Emp #".
            05                     pic x(5)  value "Act".
           end-if.
           open output audFile.
           open output rejFile.
           open extend chgFile.
           if ch-file-status = "35"
              open output chgFile
           end-if.

           accept ws-run-date from date yyyymmdd.

           write aud-out-rec from aud-hdr after advancing 1 line.
           write aud-out-rec from blank-line after advancing 1 line.
                    perform 810-reject
                    add 1 to ws-reject-count
                 else
                    move "PrimaryAcct" to ch-Field
                    move bk-Routing to wa-Routing
                    move bk-Account to wa-Account
                    move ws-acct-text to ch-OldValue
        *> keep the old account as the fallback while the new one
        *> prenotes -- but only an account that actually went live
        *> is worth falling back to
                    add 1 to ws-apply-count
                    move "After:" to al-Image
                    perform 750-writeAuditLine
                    perform 760-logNewAcct
                 end-if
              else
                 move spaces to bk-record
                 add 1 to ws-apply-count
                 move "After:" to al-Image
                 perform 750-writeAuditLine
                 move "PrimaryAcct" to ch-Field
                 move spaces to ch-OldValue
                 perform 760-logNewAcct
              end-if
           end-if.

           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              move bk-Routing2 to wa-Routing
              move bk-Account2 to wa-Account
              move ws-acct-text to ws-old-acct
              perform 765-splitText
              move ws-split-text to ws-old-split
              move bt-Routing to bk-Routing2
              move bt-Account to bk-Account2
              move bt-AcctType to bk-AcctType2
              add 1 to ws-apply-count
              move "After:" to al-Image
              perform 750-writeAuditLine
        *> the account and the split are each logged only if they
        *> moved -- a re-keyed split on the same account is not a
        *> bank change
              move bt-Routing to wa-Routing
              move bt-Account to wa-Account
              if ws-acct-text not = ws-old-acct
                 move "SecondAcct" to ch-Field
                 move ws-old-acct to ch-OldValue
                 perform 760-logNewAcct
              end-if
              perform 765-splitText
              if ws-split-text not = ws-old-split
                 move "Split" to ch-Field
                 move ws-old-split to ch-OldValue
                 move ws-split-text to ch-NewValue
                 perform 770-writeChange
              end-if
           end-if.

        500-dropSecond.
           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              if bk-Account2 not = spaces
                 move "SecondAcct" to ch-Field
                 move bk-Routing2 to wa-Routing
                 move bk-Account2 to wa-Account
                 move ws-acct-text to ch-OldValue
                 move spaces to ch-NewValue
                 perform 770-writeChange
              end-if
              move spaces to bk-Routing2
              move spaces to bk-Account2
              move spaces to bk-AcctType2
           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              move "PrimaryAcct" to ch-Field
              move bk-Routing to wa-Routing
              move bk-Account to wa-Account
              move ws-acct-text to ch-OldValue
              move spaces to ch-NewValue
              perform 770-writeChange
              if bk-Account2 not = spaces
                 move "SecondAcct" to ch-Field
                 move bk-Routing2 to wa-Routing
                 move bk-Account2 to wa-Account
                 move ws-acct-text to ch-OldValue
                 perform 770-writeChange
              end-if
              delete bankMaster record
              add 1 to ws-apply-count
           end-if.
           end-if
           write aud-out-rec from aud-line after advancing 1 line.

        760-logNewAcct.
        *> ch-Field and the old value are already set by the caller
           move bt-Routing to wa-Routing
           move bt-Account to wa-Account
           move ws-acct-text to ch-NewValue
           perform 770-writeChange.

        765-splitText.
           move bk-SplitMethod to wt-Method
           if bk-SplitAmount numeric
              move bk-SplitAmount to wt-Amount
           else
              move 0 to wt-Amount
           end-if
           if bk-SplitPercent numeric
              move bk-SplitPercent to wt-Percent
           else
              move 0 to wt-Percent
           end-if.

        770-writeChange.
           move ws-run-date to ch-Date
           move bt-EmpNumber to ch-EmpNumber
           move bt-Action to ch-Action
           write ch-out-rec from ch-record.

        810-reject.
           move "N" to ws-valid
           move bt-EmpNumber to rej-EmpNumber
           close bankMaster.
           close audFile.
           close rejFile.
           close chgFile.
