       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select exemptFile
                       assign to "TAX-EXEMPT.dat"
                       organization is line sequential
                       file status is TEStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select taxRateFile
                       assign to "TAXRATE.dat"
                       organization is line sequential
                       file status is TXStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       file status is CUStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd exemptFile.
                   copy "TAXEXMPT.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd taxRateFile.
                   01 taxrate-record.
                       02 tx-eff-date pic 9(8).
                       02 tx-juris    pic x(4).
                       02 tx-rate     pic 9v999.

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 TEStat pic xx.
           01 CMStat pic xx.
           01 TXStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 exempt-table.
               02 exempt-entry occurs 1 to 500 times
                       depending on exemptCount
                       indexed by ex-idx.
                   03 et-cust    pic 9(6).
                   03 et-juris   pic x(4).
                   03 et-cert    pic x(15).
                   03 et-expiry  pic 9(8).
                   03 et-entered pic 9(8).
                   03 et-user    pic x(8).
           01 exemptCount pic 9(3) value 0.
           01 exemptEOF pic x value 'N'.

           01 juris-table.
               02 juris-entry occurs 1 to 50 times
                       depending on jurisCount
                       indexed by jur-idx.
                   03 jt-juris pic x(4).
           01 jurisCount pic 99 value 0.
           01 taxEOF pic x value 'N'.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 custOK pic x.
           01 custMasterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 newCust pic 9(6).
           01 newJuris pic x(4).
           01 newCert pic x(15).
           01 newExpiry pic 9(8).
           01 foundIdx pic 9(3).
           01 keepCount pic 9(3).
           01 listCount pic 9(3).
           01 certState pic x(8).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-EXEMPT-FILE
           perform LOAD-JURIS-TABLE
           perform IDENTIFY-OPERATOR

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           else
               display "WARNING: customer master unavailable ("
                   CMStat ") - customers not verified"
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform LIST-CERTIFICATES
                   when 2 perform ADD-CERTIFICATE
                   when 3 perform RENEW-CERTIFICATE
                   when 4 perform REMOVE-CERTIFICATE
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-EXEMPT-FILE
               display "TAXEXMNT: TAX-EXEMPT.dat rewritten."
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== TAX EXEMPTION CERTIFICATES ====="
           display "1  List a customer's certificates"
           display "2  Add certificate"
           display "3  Renew certificate"
           display "4  Remove certificate"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-CUSTOMER.
           move 'N' to custOK
           display "Customer number: " with no advancing
           accept newCust
           if newCust = 0
               display "Customer number must be > zero."
               exit paragraph
           end-if
           if custMasterOK = 'Y'
               move newCust to cm-custno
               read customerMaster
                   invalid key
                       display "Customer " newCust " is not on the "
                           "customer master."
                       exit paragraph
                   not invalid key
                       display "Customer: " cm-name
               end-read
           end-if
           move 'Y' to custOK.

       FIND-CERTIFICATE.
           move 0 to foundIdx
           perform varying ex-idx from 1 by 1
                   until ex-idx > exemptCount
               if et-cust(ex-idx) = newCust
                       and et-juris(ex-idx) = newJuris
                   set foundIdx to ex-idx
               end-if
           end-perform.

       LIST-CERTIFICATES.
           perform GET-CUSTOMER
           if custOK not = 'Y'
               exit paragraph
           end-if
           move 0 to listCount
           perform varying ex-idx from 1 by 1
                   until ex-idx > exemptCount
               if et-cust(ex-idx) = newCust
                   add 1 to listCount
                   if et-expiry(ex-idx) < todayDate
                       move "EXPIRED" to certState
                   else
                       move "valid" to certState
                   end-if
                   display "  " et-juris(ex-idx) "  cert "
                       et-cert(ex-idx) "  expires "
                       et-expiry(ex-idx) "  " certState
               end-if
           end-perform
           if listCount = 0
               display "No certificates on file for " newCust
           end-if.

      *> One certificate per customer per jurisdiction; the
      *> jurisdiction must be one TAXRATE.dat charges tax in.
       GET-JURISDICTION.
           display "Jurisdiction: " with no advancing
           accept newJuris
           if jurisCount = 0
               exit paragraph
           end-if
           set jur-idx to 1
           search juris-entry
               at end
                   display "Jurisdiction " newJuris " is not on "
                       "TAXRATE.dat."
                   move spaces to newJuris
               when jt-juris(jur-idx) = newJuris
                   continue
           end-search.

       GET-CERT-TERMS.
           display "Certificate number: " with no advancing
           accept newCert
           if newCert = spaces
               display "Certificate number must not be blank."
               exit paragraph
           end-if
           display "Expiry date (YYYYMMDD): " with no advancing
           accept newExpiry
           if newExpiry < todayDate
               display "Expiry date has already passed."
               move spaces to newCert
           end-if.

       ADD-CERTIFICATE.
           perform GET-CUSTOMER
           if custOK not = 'Y'
               exit paragraph
           end-if
           perform GET-JURISDICTION
           if newJuris = spaces
               exit paragraph
           end-if
           perform FIND-CERTIFICATE
           if foundIdx > 0
               display "A certificate for " newJuris " is already on "
                   "file - renew it instead."
               exit paragraph
           end-if
           if exemptCount >= 500
               display "Certificate table full (500) - not added."
               exit paragraph
           end-if

           perform GET-CERT-TERMS
           if newCert = spaces
               display "Add discarded - not written."
               exit paragraph
           end-if

           display "Confirm exemption for " newCust " in " newJuris
               "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded - not written."
               exit paragraph
           end-if

           add 1 to exemptCount
           move newCust to et-cust(exemptCount)
           move newJuris to et-juris(exemptCount)
           move newCert to et-cert(exemptCount)
           move newExpiry to et-expiry(exemptCount)
           move todayDate to et-entered(exemptCount)
           move currentUser to et-user(exemptCount)
           move 'Y' to fileChanged
           display "Certificate added.".

       RENEW-CERTIFICATE.
           perform GET-CUSTOMER
           if custOK not = 'Y'
               exit paragraph
           end-if
           perform GET-JURISDICTION
           if newJuris = spaces
               exit paragraph
           end-if
           perform FIND-CERTIFICATE
           if foundIdx = 0
               display "No certificate on file for " newCust
                   " in " newJuris
               exit paragraph
           end-if
           display "Current cert " et-cert(foundIdx) " expires "
               et-expiry(foundIdx)

           perform GET-CERT-TERMS
           if newCert = spaces
               display "Renewal discarded - not written."
               exit paragraph
           end-if

           display "Confirm renewal? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Renewal discarded - not written."
               exit paragraph
           end-if

           move newCert to et-cert(foundIdx)
           move newExpiry to et-expiry(foundIdx)
           move todayDate to et-entered(foundIdx)
           move currentUser to et-user(foundIdx)
           move 'Y' to fileChanged
           display "Certificate renewed.".

       REMOVE-CERTIFICATE.
           perform GET-CUSTOMER
           if custOK not = 'Y'
               exit paragraph
           end-if
           perform GET-JURISDICTION
           if newJuris = spaces
               exit paragraph
           end-if
           perform FIND-CERTIFICATE
           if foundIdx = 0
               display "No certificate on file for " newCust
                   " in " newJuris
               exit paragraph
           end-if

           display "Confirm removal of cert " et-cert(foundIdx)
               "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Removal discarded."
               exit paragraph
           end-if

           move 0 to keepCount
           perform varying ex-idx from 1 by 1
                   until ex-idx > exemptCount
               if ex-idx not = foundIdx
                   add 1 to keepCount
                   move exempt-entry(ex-idx)
                       to exempt-entry(keepCount)
               end-if
           end-perform
           move keepCount to exemptCount
           move 'Y' to fileChanged
           display "Certificate removed.".

       IDENTIFY-OPERATOR.
           open input userCurrFile
           if CUStat = "00"
               read userCurrFile
                   at end continue
                   not at end move cu-userid to currentUser
               end-read
               close userCurrFile
           end-if
           if currentUser = spaces
               move "(none)" to currentUser
           end-if.

       LOAD-JURIS-TABLE.
           open input taxRateFile
           if TXStat not = "00"
               display "WARNING: TAXRATE.dat not found - "
                   "jurisdictions not verified"
               exit paragraph
           end-if

           perform until taxEOF = 'Y'
               read taxRateFile
                   at end move 'Y' to taxEOF
                   not at end
                       perform ADD-JURISDICTION
               end-read
           end-perform

           close taxRateFile.

       ADD-JURISDICTION.
           perform varying jur-idx from 1 by 1
                   until jur-idx > jurisCount
               if jt-juris(jur-idx) = tx-juris
                   exit paragraph
               end-if
           end-perform
           if jurisCount < 50
               add 1 to jurisCount
               move tx-juris to jt-juris(jurisCount)
           end-if.

       LOAD-EXEMPT-FILE.
           open input exemptFile
           if TEStat not = "00"
               exit paragraph
           end-if

           perform until exemptEOF = 'Y'
               read exemptFile
                   at end move 'Y' to exemptEOF
                   not at end
                       if exemptCount < 500
                           add 1 to exemptCount
                           move tax-exempt-record
                               to exempt-entry(exemptCount)
                       else
                           display "WARNING: certificate table full "
                               "(500) - remaining entries not loaded."
                           move 'Y' to exemptEOF
                       end-if
               end-read
           end-perform

           close exemptFile.

       REWRITE-EXEMPT-FILE.
           open output exemptFile
           perform varying ex-idx from 1 by 1
                   until ex-idx > exemptCount
               move exempt-entry(ex-idx) to tax-exempt-record
               write tax-exempt-record
           end-perform
           close exemptFile.

       WRITE-AUDIT-TRAIL.
           move "TAXEXMNT" to al-program
           move runStartStamp to al-start-stamp
           move TEStat to al-file-status
           move 0 to al-recs-read
           move exemptCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
