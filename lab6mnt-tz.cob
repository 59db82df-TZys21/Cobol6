        *>
        *> Transaction layout: an action code (A/C/T) and the employee
        *> number, followed by the demographic fields in master-record
        *> order and the W-4 elections last. On a Change, a field left
        *> blank means "leave alone"; on an Add every required field
        *> must be present and valid.
        *> A Terminate keeps the record on file -- it stamps the
        *> status byte and the termination date instead of deleting,
        *> so YTD history and the register still have somewhere to
        *> look the employee up.
        *>
        *> Every field an applied transaction actually changes is also
        *> written to CHGHIST, the change history lab6bnk, lab6ded,
        *> and lab6ret append to as well, as old and new values for
        *> lab6wch's fraud watch to read.


        Identification Division.
           select rejFile assign to MNTREJ
               organization is line sequential.

           select chgFile assign to CHGHIST
               organization is line sequential
               file status is ch-file-status.


        Data Division.

           05 mt-TermDate               PIC X(8).
           05 mt-TermDate-n redefines mt-TermDate pic 9(8).
           05 mt-PayMethod              PIC X.
           05 mt-FilingStatus           PIC X.
           05 mt-DepCredit              PIC X(7).
           05 mt-DepCredit-n redefines mt-DepCredit pic 9(5)v99.
           05 mt-OtherIncome            PIC X(9).
           05 mt-OtherIncome-n redefines mt-OtherIncome pic 9(7)v99.
           05 mt-ExtraWH                PIC X(7).
           05 mt-ExtraWH-n redefines mt-ExtraWH pic 9(5)v99.
           05 mt-Exempt                 PIC X.
           05 mt-SSN                    PIC X(9).
           05 mt-SSN-n redefines mt-SSN pic 9(9).
           05 mt-ZipCode                PIC X(5).

        FD empMaster.
          01  ms-record.
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

        FD audFile.
        01    aud-out-rec pic X(132).
        FD rejFile.
        01    rej-out-rec pic X(132).

        FD chgFile.
        01    ch-out-rec pic X(103).

        Working-Storage Section.

        01  eof                    pic x value "n".
        01  ms-file-status         pic xx value spaces.
        01  ch-file-status         pic xx value spaces.

        01  ws-valid               pic x value "Y".
           88 ws-is-valid          value "Y".

        01  ws-run-date            pic 9(8).

        *> the master record as it stood before the transaction, so
        *> each field it changed can be logged old and new
        01  om-record.
           05 om-EmpNumber              Pic X(5).
           05 om-RegionNum              PIC X(2).
           05 om-RegionName              PIC X(15).
           05 om-DepartmentNumber          PIC X(5).
           05 om-DptName               Pic X(30).
           05 om-LastName               PIC X(20).
           05 om-FirstName               PIC X(15).
           05 om-Gender                 Pic X(1).
           05 om-Adress                  PIC X(20).
           05 om-CityState              PIC X(20).
           05 om-JobTitle               PIC X(20).
           05 om-DOB                    Pic 9(8).
           05 om-DOH                    PIC 9(8).
           05 om-MaritalStatus                pic X(1).
           05 om-Deps             PIC 9(2).
           05 om-SchoolDistrict          PIC X(3).
           05 om-medcovered                  PIC X.
           05 om-dentalcovered                  PIC X.
           05 om-visioncovered                  PIC X.
           05 om-401k                    PIC v9(3).
           05 om-Status                  PIC X.
           05 om-TermDate                PIC 9(8).
           05 om-PayMethod               PIC X.
           05 om-FilingStatus            PIC X.
           05 om-DepCredit               PIC 9(5)v99.
           05 om-OtherIncome             PIC 9(7)v99.
           05 om-ExtraWH                 PIC 9(5)v99.
           05 om-Exempt                  PIC X.
           05 om-SSN                     PIC 9(9).
           05 om-SSN-x redefines om-SSN  PIC X(9).
           05 om-ZipCode                 PIC X(5).

        *> change-history record, shared with lab6bnk, lab6ded,
        *> lab6ret, and lab6fin
        01  ch-record.
            05 ch-Date             pic 9(8).
            05 ch-Source           pic x(8) value "LAB6MNT".
            05 ch-EmpNumber        pic x(5).
            05 ch-Action           pic x(3).
            05 ch-Field            pic x(15).
            05 ch-Qual             pic x(4) value spaces.
            05 ch-OldValue         pic x(30).
            05 ch-NewValue         pic x(30).

        01  ws-chg-amt             pic z(8)9.99.
        01  ws-chg-pct             pic .999.
        01  ws-ssn-x               pic x(9).
        01  ws-ssn-mask.
            05                     pic x(5) value "*****".
            05 ws-ssn-last4        pic x(4).

        01  aud-hdr.
            05                     pic x(8)  value "Emp #".
            05                     pic x(5)  value "Act".
            05                     pic x(6)  value "401k".
            05                     pic x(4)  value "St".
            05                     pic x(10) value "Term Date".
            05                     pic x(3)  value "FS".
            05                     pic x(3)  value "Ex".
            05                     pic x(9)  value "Dep Cr".
            05                     pic x(11) value "Oth Inc".
            05                     pic x(7)  value "Xtra WH".

        01  aud-line.
            05  al-EmpNumber       pic x(5).
            05  al-Status          pic x.
            05                     pic x(3) value spaces.
            05  al-TermDate        pic 9(8).
            05                     pic x(2) value spaces.
            05  al-Filing          pic x.
            05                     pic x(2) value spaces.
            05  al-Exempt          pic x.
            05                     pic x value spaces.
            05  al-DepCredit       pic zzzz9.99.
            05                     pic x value spaces.
            05  al-OtherIncome     pic zzzzzz9.99.
            05                     pic x value spaces.
            05  al-ExtraWH         pic zzzz9.99.

        01  rej-hdr.
            05                     pic x(8)  value "Emp #".
           open i-o empMaster.
           open output audFile.
           open output rejFile.
           open extend chgFile.
           if ch-file-status = "35"
              open output chgFile
           end-if.

           accept ws-run-date from date yyyymmdd.

              move "N" to ms-dentalcovered
              move "N" to ms-visioncovered
              move "A" to ms-PayMethod
              move 0 to ms-DepCredit
              move 0 to ms-OtherIncome
              move 0 to ms-ExtraWH
              move "N" to ms-Exempt
              move 0 to ms-SSN
              perform 700-applyFields
        *> no W-4 filing status keyed on the add -- start the new
        *> hire off the marital status, as lab6 would anyway
              if ms-FilingStatus = spaces
                 if ms-MaritalStatus = "M" or "P"
                    move "M" to ms-FilingStatus
                 else
                    move "S" to ms-FilingStatus
                 end-if
              end-if
              move "A" to ms-Status
              move 0 to ms-TermDate
              write ms-record
                     add 1 to ws-add-count
                     move "After:" to al-Image
                     perform 750-writeAuditLine
                     move "Employee" to ch-Field
                     move spaces to ch-OldValue
                     move ms-LastName to ch-NewValue
                     perform 770-writeChange
              end-write
           end-if.

           else
              move "Before:" to al-Image
              perform 750-writeAuditLine
              move ms-record to om-record
              perform 700-applyFields
              rewrite ms-record
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
              move ms-record to om-record
              move "T" to ms-Status
              if mt-TermDate = spaces
                 move ws-run-date to ms-TermDate
                     add 1 to ws-term-count
                     move "After:" to al-Image
                     perform 750-writeAuditLine
                     perform 760-logChanges
              end-rewrite
           end-if.

                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-FilingStatus not = spaces
              if not (mt-FilingStatus = "S" or "M" or "H")
                 move "FilingStatus" to rej-Field
                 move "W-4 filing status must be S, M, or H"
                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-DepCredit not = spaces
              if mt-DepCredit not numeric
                 move "DepCredit" to rej-Field
                 move "W-4 dependent credit must be numeric"
                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-OtherIncome not = spaces
              if mt-OtherIncome not numeric
                 move "OtherIncome" to rej-Field
                 move "W-4 other income must be numeric" to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-ExtraWH not = spaces
              if mt-ExtraWH not numeric
                 move "ExtraWH" to rej-Field
                 move "W-4 extra withholding must be numeric"
                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-Exempt not = spaces
              if not (mt-Exempt = "Y" or "N")
                 move "Exempt" to rej-Field
                 move "W-4 exempt flag must be Y or N" to rej-Reason
                 perform 810-reject
              end-if
           end-if

        *> an exempt employee has nothing withheld, so extra
        *> withholding alongside it is a keying mistake
           if mt-Exempt = "Y"
              and mt-ExtraWH not = spaces
              and mt-ExtraWH numeric
              if mt-ExtraWH-n > 0
                 move "ExtraWH" to rej-Field
                 move "Extra withholding keyed for an exempt W-4"
                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-SSN not = spaces
              if mt-SSN not numeric or mt-SSN-n = 0
                 move "SSN" to rej-Field
                 move "Social security number must be 9 digits"
                         to rej-Reason
                 perform 810-reject
              end-if
           end-if

           if mt-ZipCode not = spaces
              if mt-ZipCode not numeric
                 move "ZipCode" to rej-Field
                 move "ZIP code must be 5 digits" to rej-Reason
                 perform 810-reject
              end-if
           end-if.

        700-applyFields.
           end-if
           if mt-PayMethod not = spaces
              move mt-PayMethod to ms-PayMethod
           end-if
           if mt-FilingStatus not = spaces
              move mt-FilingStatus to ms-FilingStatus
           end-if
           if mt-DepCredit not = spaces
              move mt-DepCredit-n to ms-DepCredit
           end-if
           if mt-OtherIncome not = spaces
              move mt-OtherIncome-n to ms-OtherIncome
           end-if
           if mt-ExtraWH not = spaces
              move mt-ExtraWH-n to ms-ExtraWH
           end-if
           if mt-Exempt not = spaces
              move mt-Exempt to ms-Exempt
           end-if
           if mt-SSN not = spaces
              move mt-SSN-n to ms-SSN
           end-if
           if mt-ZipCode not = spaces
              move mt-ZipCode to ms-ZipCode
           end-if.

        750-writeAuditLine.
           else
              move 0 to al-TermDate
           end-if
           move ms-FilingStatus to al-Filing
           move ms-Exempt to al-Exempt
           if ms-DepCredit numeric
              move ms-DepCredit to al-DepCredit
           else
              move 0 to al-DepCredit
           end-if
           if ms-OtherIncome numeric
              move ms-OtherIncome to al-OtherIncome
           else
              move 0 to al-OtherIncome
           end-if
           if ms-ExtraWH numeric
              move ms-ExtraWH to al-ExtraWH
           else
              move 0 to al-ExtraWH
           end-if
           write aud-out-rec from aud-line after advancing 1 line.

        760-logChanges.
        *> one change record per field that now differs from the
        *> before-image. the SSN goes out masked to its last four.

           if ms-RegionNum not = om-RegionNum
              move "RegionNum" to ch-Field
              move om-RegionNum to ch-OldValue
              move ms-RegionNum to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-RegionName not = om-RegionName
              move "RegionName" to ch-Field
              move om-RegionName to ch-OldValue
              move ms-RegionName to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-DepartmentNumber not = om-DepartmentNumber
              move "Department" to ch-Field
              move om-DepartmentNumber to ch-OldValue
              move ms-DepartmentNumber to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-DptName not = om-DptName
              move "DptName" to ch-Field
              move om-DptName to ch-OldValue
              move ms-DptName to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-LastName not = om-LastName
              move "LastName" to ch-Field
              move om-LastName to ch-OldValue
              move ms-LastName to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-FirstName not = om-FirstName
              move "FirstName" to ch-Field
              move om-FirstName to ch-OldValue
              move ms-FirstName to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-Gender not = om-Gender
              move "Gender" to ch-Field
              move om-Gender to ch-OldValue
              move ms-Gender to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-Adress not = om-Adress
              move "Address" to ch-Field
              move om-Adress to ch-OldValue
              move ms-Adress to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-CityState not = om-CityState
              move "CityState" to ch-Field
              move om-CityState to ch-OldValue
              move ms-CityState to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-ZipCode not = om-ZipCode
              move "ZipCode" to ch-Field
              move om-ZipCode to ch-OldValue
              move ms-ZipCode to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-JobTitle not = om-JobTitle
              move "JobTitle" to ch-Field
              move om-JobTitle to ch-OldValue
              move ms-JobTitle to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-DOB not = om-DOB
              move "DOB" to ch-Field
              move om-DOB to ch-OldValue
              move ms-DOB to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-DOH not = om-DOH
              move "DOH" to ch-Field
              move om-DOH to ch-OldValue
              move ms-DOH to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-MaritalStatus not = om-MaritalStatus
              move "MaritalStatus" to ch-Field
              move om-MaritalStatus to ch-OldValue
              move ms-MaritalStatus to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-Deps not = om-Deps
              move "Deps" to ch-Field
              move om-Deps to ch-OldValue
              move ms-Deps to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-SchoolDistrict not = om-SchoolDistrict
              move "SchoolDistrict" to ch-Field
              move om-SchoolDistrict to ch-OldValue
              move ms-SchoolDistrict to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-medcovered not = om-medcovered
              move "MedCovered" to ch-Field
              move om-medcovered to ch-OldValue
              move ms-medcovered to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-dentalcovered not = om-dentalcovered
              move "DentalCovered" to ch-Field
              move om-dentalcovered to ch-OldValue
              move ms-dentalcovered to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-visioncovered not = om-visioncovered
              move "VisionCovered" to ch-Field
              move om-visioncovered to ch-OldValue
              move ms-visioncovered to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-401k not = om-401k
              move "401k" to ch-Field
              move om-401k to ws-chg-pct
              move ws-chg-pct to ch-OldValue
              move ms-401k to ws-chg-pct
              move ws-chg-pct to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-Status not = om-Status
              move "Status" to ch-Field
              move om-Status to ch-OldValue
              move ms-Status to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-TermDate not = om-TermDate
              move "TermDate" to ch-Field
              move om-TermDate to ch-OldValue
              move ms-TermDate to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-PayMethod not = om-PayMethod
              move "PayMethod" to ch-Field
              move om-PayMethod to ch-OldValue
              move ms-PayMethod to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-FilingStatus not = om-FilingStatus
              move "FilingStatus" to ch-Field
              move om-FilingStatus to ch-OldValue
              move ms-FilingStatus to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-DepCredit not = om-DepCredit
              move "DepCredit" to ch-Field
              move om-DepCredit to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move ms-DepCredit to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-OtherIncome not = om-OtherIncome
              move "OtherIncome" to ch-Field
              move om-OtherIncome to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move ms-OtherIncome to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-ExtraWH not = om-ExtraWH
              move "ExtraWH" to ch-Field
              move om-ExtraWH to ws-chg-amt
              move ws-chg-amt to ch-OldValue
              move ms-ExtraWH to ws-chg-amt
              move ws-chg-amt to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-Exempt not = om-Exempt
              move "Exempt" to ch-Field
              move om-Exempt to ch-OldValue
              move ms-Exempt to ch-NewValue
              perform 770-writeChange
           end-if
           if ms-SSN not = om-SSN
              move "SSN" to ch-Field
              move om-SSN-x (6:4) to ws-ssn-last4
              move ws-ssn-mask to ch-OldValue
              move ms-SSN to ws-ssn-x
              move ws-ssn-x (6:4) to ws-ssn-last4
              move ws-ssn-mask to ch-NewValue
              perform 770-writeChange
           end-if.

        770-writeChange.
           move ws-run-date to ch-Date
           move ms-EmpNumber to ch-EmpNumber
           move mt-Action to ch-Action
           write ch-out-rec from ch-record.

        810-reject.
           move "N" to ws-valid
           move mt-EmpNumber to rej-EmpNumber
           close empMaster.
           close audFile.
           close rejFile.
           close chgFile.
