       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMTRPT.

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

                   select reportFile
                       assign to "ExmtRpt.dat"
                       organization is line sequential
                       file status is OFStat.

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

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 TEStat pic xx.
           01 CMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 exemptEOF pic x value 'N'.
           01 custMasterOK pic x value 'N'.
           01 runDate pic 9(8).
           01 todayInt pic 9(7).
           01 expiryInt pic 9(7).
           01 daysLeft pic s9(5).
      *> Certificates due inside this many days are listed so the
      *> customer can be asked for a renewal before sales go taxed.
           01 warnDays pic 9(3) value 60.

           01 custName pic x(25).
           01 certState pic x(8).
           01 recsRead pic 9(5) value 0.
           01 expiredCount pic 9(5) value 0.
           01 dueCount pic 9(5) value 0.

           01 dispDays pic ZZZZ9-.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)

           open input exemptFile
           if TEStat not = "00"
               display "EXMTRPT: no exemption certificates on file."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           read exemptFile
               at end move 'Y' to exemptEOF
           end-read

           perform until exemptEOF = 'Y'
               add 1 to recsRead
               perform CHECK-ONE-CERTIFICATE
               read exemptFile
                   at end move 'Y' to exemptEOF
               end-read
           end-perform

           close exemptFile
           if custMasterOK = 'Y'
               close customerMaster
           end-if

           perform WRITE-REPORT-TOTALS
           close reportFile

           display "EXMTRPT: " expiredCount " certificates expired, "
               dueCount " due within " warnDays " days - see "
               "ExmtRpt.dat"
           if expiredCount > 0 or dueCount > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== TAX EXEMPTION CERTIFICATES EXPIRING ====="
           move spaces to bufferLine
           string "As of: " delimited by size
                  runDate delimited by size
                  "   Window: " delimited by size
                  warnDays delimited by size
                  " days" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Cust   Name                      Juris "
                      delimited by size
                  "Certificate     Expiry   Days  Status"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "------------------------------------------------".

      *> Expired certificates stop exempting sales the day after
      *> expiry, so those are listed as well as the ones coming due.
       CHECK-ONE-CERTIFICATE.
           if te-expiry not numeric or te-expiry = 0
               exit paragraph
           end-if
           compute expiryInt = function integer-of-date(te-expiry)
           compute daysLeft = expiryInt - todayInt

           if daysLeft < 0
               move "EXPIRED" to certState
               add 1 to expiredCount
           else
               if daysLeft <= warnDays
                   move "DUE" to certState
                   add 1 to dueCount
               else
                   exit paragraph
               end-if
           end-if

           move "(not on customer master)" to custName
           if custMasterOK = 'Y'
               move te-cust to cm-custno
               read customerMaster
                   invalid key continue
                   not invalid key move cm-name to custName
               end-read
           end-if

           move daysLeft to dispDays
           move spaces to bufferLine
           string te-cust delimited by size
                  " " delimited by size
                  custName delimited by size
                  " " delimited by size
                  te-juris delimited by size
                  "  " delimited by size
                  te-cert delimited by size
                  " " delimited by size
                  te-expiry delimited by size
                  dispDays delimited by size
                  " " delimited by size
                  certState delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------"
           move expiredCount to dispCount
           move spaces to bufferLine
           string "Certificates expired : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move dueCount to dispCount
           move spaces to bufferLine
           string "Due for renewal      : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "================================================"
           write bufferLine from spaces.

       WRITE-AUDIT-TRAIL.
           move "EXMTRPT" to al-program
           move runStartStamp to al-start-stamp
           move TEStat to al-file-status
           move recsRead to al-recs-read
           compute al-recs-written = expiredCount + dueCount
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
