       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNLTR.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select dunningFile
                       assign to "DUNNING.dat"
                       organization is line sequential
                       file status is DNStat.

                   select dunParmFile
                       assign to "DUNNING-PARM.dat"
                       organization is line sequential
                       file status is DUStat.

                   select letterFile
                       assign to "DunLtr.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd dunningFile.
                   copy "DUNNING.cpy".

               fd dunParmFile.
                   01 dun-parm-record.
                       02 du-terms-days  pic 9(3).
                       02 du-first-days  pic 9(3).
                       02 du-second-days pic 9(3).
                       02 du-final-days  pic 9(3).
                       02 du-hold-flag   pic x.

               fd letterFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           01 ARStat pic xx.
           01 CMStat pic xx.
           01 DNStat pic xx.
           01 DUStat pic xx.
           01 OFStat pic xx.

           01 arEOF pic x value 'N'.
           01 dunEOF pic x value 'N'.
           01 custMasterOK pic x value 'N'.
           01 loadTruncated pic x value 'N'.

      *> Payment terms and the days past due at which each notice
      *> goes out; DUNNING-PARM.dat overrides.  Hold flag Y puts the
      *> customer on credit hold when the final notice is sent.
           01 termsDays pic 9(3) value 30.
           01 firstDays pic 9(3) value 15.
           01 secondDays pic 9(3) value 30.
           01 finalDays pic 9(3) value 60.
           01 holdOnFinal pic x value 'Y'.

           01 dunning-table.
               02 dunning-entry occurs 1 to 1000 times
                       depending on dunCount
                       indexed by dn-idx.
                   03 dt-invoice pic 9(6).
                   03 dt-cust    pic 9(6).
                   03 dt-stage   pic 9.
                   03 dt-date    pic 9(8).
                   03 dt-live    pic x.
           01 dunCount pic 9(4) value 0.

           01 runDate pic 9(8).
           01 todayInt pic 9(7).
           01 dueInt pic 9(7).
           01 pastDue pic s9(5).
           01 dueStage pic 9.
           01 lastStage pic 9.
           01 newStage pic 9.
           01 foundDun pic 9(4).
           01 openBalance pic s9(9)v99.
           01 custName pic x(25).
           01 custAddr1 pic x(30).
           01 custAddr2 pic x(30).
           01 custAddr3 pic x(30).
           01 custCurrency pic x(3).
           01 beforeImage pic x(300).

           01 readCount pic 9(5) value 0.
           01 letterCount pic 9(5) value 0.
           01 finalCount pic 9(5) value 0.
           01 holdCount pic 9(5) value 0.
           01 purgeCount pic 9(5) value 0.

           01 dispAmount pic $Z,ZZZ,ZZ9.99-.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.
           01 dispDays pic ZZZZ9.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           compute todayInt = function integer-of-date(runDate)

           perform READ-DUNNING-PARM
           perform LOAD-DUNNING-FILE
           if loadTruncated = 'Y'
               display "DUNLTR: DUNNING.dat holds more than the "
                   "1000-record work table - no letters produced."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input arOpenFile
           if ARStat not = "00"
               display "DUNLTR: no AR-OPEN.dat on file."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open i-o customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           else
               display "WARNING: customer master unavailable ("
                   CMStat ") - names and credit holds skipped"
           end-if

           open output letterFile

           perform until arEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to arEOF
                   not at end
                       add 1 to readCount
                       if ar-status = 'O' or ar-status = 'P'
                           perform CHECK-ONE-INVOICE
                       end-if
               end-read
           end-perform

           close letterFile
           close arOpenFile
           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if loadTruncated = 'Y'
               display "WARNING: dunning table full - some letters "
                   "held back for the next run"
               move 4 to RETURN-CODE
           end-if
           perform REWRITE-DUNNING-FILE

           move letterCount to dispCount
           display "DUNLTR: " function trim(dispCount)
               " letters written - PRTSPOOL distributes DunLtr.dat"
           if holdCount > 0
               move holdCount to dispCount
               display "DUNLTR: " function trim(dispCount)
                   " customers placed on credit hold"
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> One notice at a time: an invoice moves up a single stage per
      *> run even if it has aged past several, so no customer gets a
      *> final notice without the earlier ones.
       CHECK-ONE-INVOICE.
           move 0 to foundDun
           move 0 to lastStage
           perform varying dn-idx from 1 by 1
                   until dn-idx > dunCount
               if dt-invoice(dn-idx) = ar-invoice
                   set foundDun to dn-idx
                   move dt-stage(dn-idx) to lastStage
                   move 'Y' to dt-live(dn-idx)
               end-if
           end-perform

           compute openBalance = ar-amount - ar-paid
           if openBalance not > 0
               exit paragraph
           end-if

           compute dueInt = function integer-of-date(ar-date)
               + termsDays
           compute pastDue = todayInt - dueInt
           evaluate true
               when pastDue >= finalDays
                   move 3 to dueStage
               when pastDue >= secondDays
                   move 2 to dueStage
               when pastDue >= firstDays
                   move 1 to dueStage
               when other
                   move 0 to dueStage
           end-evaluate
           if dueStage = 0
               exit paragraph
           end-if

           if dueStage <= lastStage
               exit paragraph
           end-if
           compute newStage = lastStage + 1

           if foundDun = 0
               if dunCount >= 1000
                   move 'Y' to loadTruncated
                   exit paragraph
               end-if
               add 1 to dunCount
               move dunCount to foundDun
               move ar-invoice to dt-invoice(foundDun)
               move ar-cust to dt-cust(foundDun)
               move 'Y' to dt-live(foundDun)
           end-if
           move newStage to dt-stage(foundDun)
           move runDate to dt-date(foundDun)

           perform FIND-CUSTOMER
           perform WRITE-ONE-LETTER

           if newStage = 3
               add 1 to finalCount
               if holdOnFinal = 'Y'
                   perform PLACE-CREDIT-HOLD
               end-if
           end-if.

       FIND-CUSTOMER.
           move "(not on customer master)" to custName
           move spaces to custAddr1 custAddr2 custAddr3
           move ar-currency to custCurrency
           if custMasterOK = 'Y'
               move ar-cust to cm-custno
               read customerMaster
                   invalid key
                       continue
                   not invalid key
                       move cm-name to custName
                       move cm-addr1 to custAddr1
                       move cm-addr2 to custAddr2
                       move cm-addr3 to custAddr3
               end-read
           end-if.

       PLACE-CREDIT-HOLD.
           if custMasterOK not = 'Y'
               exit paragraph
           end-if
           move ar-cust to cm-custno
           read customerMaster
               invalid key
                   exit paragraph
           end-read
           if cm-status not = 'A'
               exit paragraph
           end-if

           move customer-master-record to beforeImage
           move 'H' to cm-status
           move runDate to cm-status-date
           rewrite customer-master-record

           move "CUS" to cj-master
           move 'C' to cj-action
           move cm-custno to cj-key
           move beforeImage to cj-before
           move customer-master-record to cj-after
           call "CHGJRNL" using change-journal-parms
           end-call

           add 1 to holdCount.

       WRITE-ONE-LETTER.
           move ar-amount to dispAmount
           move openBalance to dispBalance
           move pastDue to dispDays

           write bufferLine from
               "----------------------------------------"
           move spaces to bufferLine
           string "Date: " delimited by size
                  runDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           move spaces to bufferLine
           string function trim(custName) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if custAddr1 not = spaces
               write bufferLine from custAddr1
           end-if
           if custAddr2 not = spaces
               write bufferLine from custAddr2
           end-if
           if custAddr3 not = spaces
               write bufferLine from custAddr3
           end-if
           write bufferLine from spaces
           move spaces to bufferLine
           string "Account " delimited by size
                  ar-cust delimited by size
                  into bufferLine
           end-string
               write bufferLine
      *> The amounts below are in the currency the invoice was billed
      *> in.
           if custCurrency not = spaces
               move spaces to bufferLine
               string "Currency: " delimited by size
                      custCurrency delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           write bufferLine from spaces

           evaluate newStage
               when 1
                   write bufferLine from
                       "FIRST NOTICE - PAYMENT REMINDER"
               when 2
                   write bufferLine from
                       "SECOND NOTICE - PAYMENT OVERDUE"
               when other
                   write bufferLine from
                       "FINAL NOTICE - IMMEDIATE PAYMENT REQUIRED"
           end-evaluate
           write bufferLine from spaces

           move spaces to bufferLine
           string "Invoice " delimited by size
                  ar-invoice delimited by size
                  " dated " delimited by size
                  ar-date delimited by size
                  " for " delimited by size
                  function trim(dispAmount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "is " delimited by size
                  function trim(dispDays) delimited by size
                  " days past due with " delimited by size
                  function trim(dispBalance) delimited by size
                  " still outstanding." delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           evaluate newStage
               when 1
                   write bufferLine from
                       "If you have already paid, please accept our"
                   write bufferLine from
                       "thanks and disregard this reminder."
               when 2
                   write bufferLine from
                       "Please remit the balance within ten days or"
                   write bufferLine from
                       "call us to discuss your account."
               when other
                   write bufferLine from
                       "Unless the balance is paid at once, further"
                   write bufferLine from
                       "orders will be held and the account may be"
                   write bufferLine from
                       "referred for collection."
           end-evaluate
           write bufferLine from spaces
           write bufferLine from
               "Credit Control"
           write bufferLine from
               "----------------------------------------"
           write bufferLine from spaces

           add 1 to letterCount.

       READ-DUNNING-PARM.
           open input dunParmFile
           if DUStat not = "00"
               exit paragraph
           end-if
           read dunParmFile
               at end continue
               not at end
                   if du-terms-days is numeric
                       move du-terms-days to termsDays
                   end-if
                   if du-first-days is numeric
                           and du-first-days > 0
                       move du-first-days to firstDays
                   end-if
                   if du-second-days is numeric
                           and du-second-days > firstDays
                       move du-second-days to secondDays
                   end-if
                   if du-final-days is numeric
                           and du-final-days > secondDays
                       move du-final-days to finalDays
                   end-if
                   if du-hold-flag = 'Y' or du-hold-flag = 'N'
                       move du-hold-flag to holdOnFinal
                   end-if
           end-read
           close dunParmFile.

       LOAD-DUNNING-FILE.
           open input dunningFile
           if DNStat not = "00"
               exit paragraph
           end-if

           perform until dunEOF = 'Y'
               read dunningFile
                   at end move 'Y' to dunEOF
                   not at end
                       if dunCount < 1000
                           add 1 to dunCount
                           move dn-invoice to dt-invoice(dunCount)
                           move dn-cust to dt-cust(dunCount)
                           move dn-stage to dt-stage(dunCount)
                           move dn-date to dt-date(dunCount)
                           move 'N' to dt-live(dunCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to dunEOF
                       end-if
               end-read
           end-perform

           close dunningFile.

      *> Only invoices still open or part paid on AR-OPEN are kept;
      *> once an invoice is paid, written off or gone its dunning
      *> history is dropped so the file does not outgrow the table.
       REWRITE-DUNNING-FILE.
           open output dunningFile
           perform varying dn-idx from 1 by 1
                   until dn-idx > dunCount
               if dt-live(dn-idx) = 'Y'
                   move dt-invoice(dn-idx) to dn-invoice
                   move dt-cust(dn-idx) to dn-cust
                   move dt-stage(dn-idx) to dn-stage
                   move dt-date(dn-idx) to dn-date
                   write dunning-record
               else
                   add 1 to purgeCount
               end-if
           end-perform
           close dunningFile

           if purgeCount > 0
               move purgeCount to dispCount
               display "DUNLTR: " function trim(dispCount)
                   " settled invoices dropped from DUNNING.dat"
           end-if.

       WRITE-AUDIT-TRAIL.
           move "DUNLTR" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move readCount to al-recs-read
           move letterCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
