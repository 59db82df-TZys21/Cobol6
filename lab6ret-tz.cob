        *> the slot goes back to prenote status N, so lab6 proves the
        *> corrected account with a fresh zero-dollar prenote before
        *> live money rides on it.
        *>
        *> Each account a return or NOC changes is also written to the
        *> shared CHGHIST change history, old and new, so lab6wch sees
        *> the bank's changes alongside the enrollment desk's.


        Identification Division.
           select rejFile assign to RETREJ
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
           88 ws-is-rt-ok          value "Y".
        01  ws-chk-routing         pic x(9).

        *> change-history record, shared with lab6mnt, lab6bnk,
        *> lab6ded, and lab6fin
        01  ch-record.
            05 ch-Date             pic 9(8).
            05 ch-Source           pic x(8) value "LAB6RET".
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

        01  aud-hdr.
            05                     pic x(8)  value "Emp #".
            05                     pic x(6)  value "Code".
           open i-o bankMaster.
           open output audFile.
           open output rejFile.
           open extend chgFile.
           if ch-file-status = "35"
              open output chgFile
           end-if.

           accept ws-run-date from date yyyymmdd.

           write aud-out-rec from aud-hdr after advancing 1 line.
           write aud-out-rec from blank-line after advancing 1 line.
           add 1 to ws-return-count
           move "Before:" to al-Image
           perform 750-writeAuditLine
           perform 760-saveOldAcct

           evaluate ws-slot
               when 1
                     move "PRIOR ACCOUNT PROMOTED" to al-Disp
                     move "After:" to al-Image
                     perform 750-writeAuditLine
                     perform 765-logSlotAcct
                  else
        *> nothing to fall back to -- drop the enrollment so pay
        *> goes out as a check until the employee re-enrolls
                     delete bankMaster record
                     move spaces to ch-NewValue
                     perform 770-writeChange
                     move "ENROLLMENT DROPPED -- PAY BY CHECK"
                             to al-Disp
                     move "After:" to al-Image
                  move "SECOND ACCOUNT DROPPED" to al-Disp
                  move "After:" to al-Image
                  perform 750-writeAuditLine
                  perform 765-logSlotAcct
               when 3
                  move spaces to bk-PriorRouting
                  move spaces to bk-PriorAccount
                  move "PRIOR ACCOUNT CLEARED" to al-Disp
                  move "After:" to al-Image
                  perform 750-writeAuditLine
                  perform 765-logSlotAcct
           end-evaluate
           move spaces to al-Disp.

              add 1 to ws-noc-count
              move "Before:" to al-Image
              perform 750-writeAuditLine
              perform 760-saveOldAcct
              evaluate ws-slot
                  when 1
                     if rt-CorrRouting not = spaces
              move "NOC CORRECTION APPLIED -- REPRENOTE" to al-Disp
              move "After:" to al-Image
              perform 750-writeAuditLine
              perform 765-logSlotAcct
              move spaces to al-Disp
           end-if.

           end-evaluate
           write aud-out-rec from aud-line after advancing 1 line.

        760-saveOldAcct.
        *> the matched slot's account before the entry is applied
           evaluate ws-slot
               when 2
                  move "SecondAcct" to ch-Field
                  move bk-Routing2 to wa-Routing
                  move bk-Account2 to wa-Account
               when 3
                  move "PriorAcct" to ch-Field
                  move bk-PriorRouting to wa-Routing
                  move bk-PriorAccount to wa-Account
               when other
                  move "PrimaryAcct" to ch-Field
                  move bk-Routing to wa-Routing
                  move bk-Account to wa-Account
           end-evaluate
           move ws-acct-text to ch-OldValue.

        765-logSlotAcct.
           evaluate ws-slot
               when 2
                  move bk-Routing2 to wa-Routing
                  move bk-Account2 to wa-Account
               when 3
                  move bk-PriorRouting to wa-Routing
                  move bk-PriorAccount to wa-Account
               when other
                  move bk-Routing to wa-Routing
                  move bk-Account to wa-Account
           end-evaluate
           move ws-acct-text to ch-NewValue
           perform 770-writeChange.

        770-writeChange.
           move ws-run-date to ch-Date
           move rt-EmpNumber to ch-EmpNumber
           move rt-Code to ch-Action
           write ch-out-rec from ch-record.

        810-reject.
           move "N" to ws-valid
           move rt-EmpNumber to rej-EmpNumber
           close bankMaster.
           close audFile.
           close rejFile.
           close chgFile.
