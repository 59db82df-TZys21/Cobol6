        *> manual reversal -- the bucket lab6 updates in place as it
        *> takes money -- so a hand-reversed payment puts the room
        *> back under the order's cap.
        *>
        *> Every field an applied transaction changes is also written
        *> to the shared CHGHIST change history, old and new, with the
        *> deduction type and sequence -- a payee redirected on a live
        *> garnishment is one of the things lab6wch watches for.
        *>
        *> A garnishment -- CS, GA, or TL -- must carry the case
        *> number the court or agency files it under. lab6apv sends
        *> it with every remittance detail so the money can be
        *> applied to the right order.


        Identification Division.
           select rejFile assign to DEDREJ
               organization is line sequential.

           select chgFile assign to CHGHIST
               organization is line sequential
               file status is ch-file-status.


        Data Division.

           05 dt-AdjAmount              Pic X(11).
           05 dt-AdjAmount-n redefines dt-AdjAmount pic 9(9)v99.
           05 dt-Payee                  Pic X(20).
        *> the court or agency case number the payee files a
        *> garnishment's money under -- required on CS, GA, and TL
           05 dt-CaseNumber             Pic X(20).

        FD dedMaster.
          01  dm-record.
           05 dm-LifetimeCap           pic 9(9)v99.
           05 dm-LifetimeTaken         pic 9(9)v99.
           05 dm-Payee                 pic X(20).
           05 dm-CaseNumber            pic X(20).

        FD audFile.
        01    aud-out-rec pic X(132).
        FD rejFile.
        01    rej-out-rec pic X(132).

        FD chgFile.
        01    ch-out-rec pic X(103).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  dm-file-status         pic xx value spaces.
        01  ch-file-status         pic xx value spaces.
        01  ws-run-date            pic 9(8).

        01  ws-valid               pic x value "Y".
           88 ws-is-valid          value "Y".
            05 type-code occurs 7 times pic x(2).
        01  ws-type-i              pic 9(2).

        *> the deduction as it stood before the transaction, so each
        *> field it changed can be logged old and new
        01  od-record.
           05 od-key.
             10 od-EmpNumber           pic X(5).
             10 od-Seq                 pic 9(2).
           05 od-Type                  pic X(2).
           05 od-Method                pic X.
           05 od-Amount                pic 9(7)v99.
           05 od-Percent               pic v999.
           05 od-Priority              pic 9(2).
           05 od-PeriodCap             pic 9(7)v99.
           05 od-LifetimeCap           pic 9(9)v99.
           05 od-LifetimeTaken         pic 9(9)v99.
           05 od-Payee                 pic X(20).
           05 od-CaseNumber            pic X(20).

        *> change-history record, shared with lab6mnt, lab6bnk,
        *> lab6ret, and lab6fin. the qualifier is the deduction's
        *> type and sequence.
        01  ch-record.
            05 ch-Date             pic 9(8).
            05 ch-Source           pic x(8) value "LAB6DED".
            05 ch-EmpNumber        pic x(5).
            05 ch-Action           pic x(3).
            05 ch-Field            pic x(15).
            05 ch-Qual.
               10 ch-QualType      pic x(2).
               10 ch-QualSeq       pic 9(2).
            05 ch-OldValue         pic x(30).
            05 ch-NewValue         pic x(30).

        01  ws-chg-amt             pic z(8)9.99.
        01  ws-chg-pct             pic .999.

        01  aud-hdr.
            05                     pic x(8)  value "Emp #".
            05                     pic x(4)  value "Sq".
            05                     pic x(13) value "Life Cap".
            05                     pic x(15) value "Life Taken".
            05                     pic x(20) value "Payee".
            05                     pic x(4)  value spaces.
            05                     pic x(11) value "Case Number".

        01  aud-line.
            05  al-EmpNumber       pic x(5).
            05  al-LifeTaken       pic zzz,zzz,zz9.99.
            05                     pic x value spaces.
            05  al-Payee           pic x(20).
            05                     pic x value spaces.
            05  al-CaseNumber      pic x(20).

        01  rej-hdr.
            05                     pic x(8)  value "Emp #".
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
                     add 1 to ws-add-count
                     move "After:" to al-Image
                     perform 750-writeAuditLine
                     move "Deduction" to ch-Field
                     move spaces to ch-OldValue
                     move dm-Payee to ch-NewValue
                     perform 770-writeChange
              end-write
           end-if.

                         to rej-Reason
                 perform 810-reject
              end-if
              if (dt-Type = "CS" or "GA" or "TL")
                 and dt-CaseNumber = spaces
                 and dm-CaseNumber = spaces
                 move "CaseNumber" to rej-Field
                 move "Case number is required on a garnishment"
                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if not ws-is-valid
           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              move dm-record to od-record
              perform 720-applyFields
              rewrite dm-record
                  invalid key
                     add 1 to ws-chg-count
                     move "After:" to al-Image
                     perform 750-writeAuditLine
                     perform 760-logChanges
              end-rewrite
           end-if.

           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              move "Deduction" to ch-Field
              move dm-Payee to ch-OldValue
              move spaces to ch-NewValue
              perform 770-writeChange
              delete dedMaster record
              add 1 to ws-stop-count
           end-if.
           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              move dm-record to od-record
              move ws-adj-result to dm-LifetimeTaken
              rewrite dm-record
                  invalid key
                     add 1 to ws-adj-count
                     move "After:" to al-Image
                     perform 750-writeAuditLine
                     perform 760-logChanges
              end-rewrite
           end-if.

              move "Payee" to rej-Field
              move "Payee is required on an add" to rej-Reason
              perform 810-reject
           end-if

           if (dt-Type = "CS" or "GA" or "TL")
              and dt-CaseNumber = spaces
              move "CaseNumber" to rej-Field
              move "Case number is required on a garnishment"
                      to rej-Reason
              perform 810-reject
           end-if.

        710-editDomains.
           end-if
           if dt-Payee not = spaces
              move dt-Payee to dm-Payee
           end-if
           if dt-CaseNumber not = spaces
              move dt-CaseNumber to dm-CaseNumber
           end-if.

        730-checkType.
              move 0 to al-LifeTaken
           end-if
           move dm-Payee to al-Payee
           move dm-CaseNumber to al-CaseNumber
           write aud-out-rec from aud-line after advancing 1 line.

        760-logChanges.
        *> one change record per field that now differs from the
        *> before-image

           if dm-Type not = od-Type
              move "Type" to ch-Field
              move od-Type to ch-OldValue
              move dm-Type to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-Method not = od-Method
              move "Method" to ch-Field
              move od-Method to ch-OldValue
              move dm-Method to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-Amount not = od-Amount
              move "Amount" to ch-Field
              move od-Amount to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move dm-Amount to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-Percent not = od-Percent
              move "Percent" to ch-Field
              move od-Percent to ws-chg-pct
              move ws-chg-pct to ch-OldValue
              move dm-Percent to ws-chg-pct
              move ws-chg-pct to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-Priority not = od-Priority
              move "Priority" to ch-Field
              move od-Priority to ch-OldValue
              move dm-Priority to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-PeriodCap not = od-PeriodCap
              move "PeriodCap" to ch-Field
              move od-PeriodCap to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move dm-PeriodCap to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-LifetimeCap not = od-LifetimeCap
              move "LifetimeCap" to ch-Field
              move od-LifetimeCap to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move dm-LifetimeCap to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-LifetimeTaken not = od-LifetimeTaken
              move "LifetimeTaken" to ch-Field
              move od-LifetimeTaken to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move dm-LifetimeTaken to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-Payee not = od-Payee
              move "Payee" to ch-Field
              move od-Payee to ch-OldValue
              move dm-Payee to ch-NewValue
              perform 770-writeChange
           end-if
           if dm-CaseNumber not = od-CaseNumber
              move "CaseNumber" to ch-Field
              move od-CaseNumber to ch-OldValue
              move dm-CaseNumber to ch-NewValue
              perform 770-writeChange
           end-if.

        770-writeChange.
           move ws-run-date to ch-Date
           move dm-EmpNumber to ch-EmpNumber
           move dt-Action to ch-Action
           move dm-Type to ch-QualType
           move dm-Seq to ch-QualSeq
           write ch-out-rec from ch-record.

        810-reject.
           move "N" to ws-valid
           move dt-EmpNumber to rej-EmpNumber
           close dedMaster.
           close audFile.
           close rejFile.
           close chgFile.
