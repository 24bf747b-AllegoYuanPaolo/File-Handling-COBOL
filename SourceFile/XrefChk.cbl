       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select territoryFile
                       assign to "TERRITORY-REF.dat"
                       organization is line sequential
                       file status is TRStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select arFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select waitlistFile
                       assign to "WAITLIST.dat"
                       organization is line sequential
                       file status is WLStat.

                   select attendanceFile
                       assign to "ATTENDANCE.dat"
                       organization is line sequential
                       file status is ATStat.

                   select disputeFile
                       assign to "DISPUTE.dat"
                       organization is line sequential
                       file status is DPStat.

                   select lastCountFile
                       assign to "XREF-LAST.dat"
                       organization is line sequential
                       file status is XLStat.

                   select reportFile
                       assign to "XrefChk.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

               fd territoryFile.
                   01 territory-record.
                       02 tr-territory pic x(4).
                       02 tr-region    pic x(4).
                       02 tr-name      pic x(20).

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd arFile.
                   copy "AR-OPEN.cpy".

               fd waitlistFile.
                   copy "WAITLIST.cpy".

               fd attendanceFile.
                   copy "ATTENDNC.cpy".

               fd disputeFile.
                   copy "DISPUTE.cpy".

      *> Each category's exception count from the last run, so a
      *> rise can be flagged to the operator.
               fd lastCountFile.
                   01 last-count-record.
                       02 xl-code  pic x(8).
                       02 xl-count pic 9(7).
                       02 xl-date  pic 9(8).

               fd reportFile.
                   01 bufferLine pic x(100).

           WORKING-STORAGE SECTION.
           01 EMStat pic xx.
           01 SMStat pic xx.
           01 CMStat pic xx.
           01 PDStat pic xx.
           01 TRStat pic xx.
           01 SDStat pic xx.
           01 ARStat pic xx.
           01 WLStat pic xx.
           01 ATStat pic xx.
           01 DPStat pic xx.
           01 XLStat pic xx.
           01 OFStat pic xx.

           01 fileEOF pic x.
           01 empUsable pic x value 'N'.
           01 stuUsable pic x value 'N'.
           01 custUsable pic x value 'N'.
           01 prodUsable pic x value 'N'.
           01 terrUsable pic x value 'N'.
           01 saleUsable pic x value 'N'.
           01 empTruncated pic x value 'N'.
           01 arTruncated pic x value 'N'.
           01 dspTruncated pic x value 'N'.

           01 category-values.
               02 filler pic x(48) value
                   "SALECUSTSale lines - customer not on master".
               02 filler pic x(48) value
                   "SALEPRODSale lines - product not on master".
               02 filler pic x(48) value
                   "ARNOSALEAR invoices - no billed sale lines".
               02 filler pic x(48) value
                   "ARCUST  AR invoices - customer not on master".
               02 filler pic x(48) value
                   "WAITSTU Waitlist - student not on master".
               02 filler pic x(48) value
                   "ATTNSTU Attendance - student not on master".
               02 filler pic x(48) value
                   "DSPBATCHDisputes - batch not on sale detail".
               02 filler pic x(48) value
                   "DSPLINE Disputes - statement line not found".
               02 filler pic x(48) value
                   "DSPEMP  Disputes - employee not on master".
               02 filler pic x(48) value
                   "EMPMGR  Employees - manager not on master".
               02 filler pic x(48) value
                   "EMPTERR Employees - territory not on ref".
           01 category-table redefines category-values.
               02 cat-entry occurs 11 times.
                   03 cat-code  pic x(8).
                   03 cat-title pic x(40).
           01 categoryCount pic 99 value 11.

           01 category-counts.
               02 cat-count-entry occurs 11 times.
                   03 cat-today    pic 9(7).
                   03 cat-last     pic 9(7).
                   03 cat-had-last pic x.
                   03 cat-checked  pic x.
           01 catIdx pic 99.
           01 sectionReason pic x(50).

           01 emp-table.
               02 emp-entry occurs 1 to 5000 times
                       depending on empCount
                       indexed by emp-idx.
                   03 et-snum pic 9(6).
           01 empCount pic 9(4) value 0.

           01 prod-table.
               02 prod-entry occurs 1 to 500 times
                       depending on prodCount
                       indexed by prod-idx.
                   03 pt-code pic x(6).
           01 prodCount pic 9(3) value 0.

           01 terr-table.
               02 terr-entry occurs 1 to 50 times
                       depending on terrCount
                       indexed by terr-idx.
                   03 tt-territory pic x(4).
           01 terrCount pic 99 value 0.

           01 ar-table.
               02 ar-entry occurs 1 to 5000 times
                       depending on arCount
                       indexed by ar-idx.
                   03 ai-invoice pic 9(6).
                   03 ai-cust    pic 9(6).
                   03 ai-date    pic 9(8).
                   03 ai-status  pic x.
                   03 ai-billed  pic x.
           01 arCount pic 9(4) value 0.

      *> Disputes name a Sel8 batch and the rep's statement line -
      *> the nth sale-detail line for that rep in that batch.
           01 dispute-table.
               02 dispute-entry occurs 1 to 500 times
                       depending on disputeCount
                       indexed by dsp-idx.
                   03 dt-snum       pic 9(6).
                   03 dt-batch      pic 9(6).
                   03 dt-line       pic 9(3).
                   03 dt-status     pic x.
                   03 dt-batch-seen pic x.
                   03 dt-rep-lines  pic 9(5).
           01 disputeCount pic 9(3) value 0.

           01 searchSnum pic 9(6).
           01 snumFound pic x.
           01 searchProd pic x(6).
           01 prodFound pic x.
           01 searchTerr pic x(4).
           01 terrFound pic x.

           01 rowsRead pic 9(7) value 0.
           01 totalExceptions pic 9(7) value 0.
           01 risenCount pic 99 value 0.
           01 hadLastFile pic x value 'N'.
           01 todayDate pic 9(8).
           01 exceptText pic x(90).
           01 dispCount pic ZZZ,ZZ9.
           01 dispLast pic ZZZ,ZZ9.
           01 changeText pic x(10).

           copy "LOCKPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate

           perform varying catIdx from 1 by 1
                   until catIdx > categoryCount
               move 0 to cat-today(catIdx)
               move 0 to cat-last(catIdx)
               move 'N' to cat-had-last(catIdx)
               move 'N' to cat-checked(catIdx)
           end-perform

           perform READ-LAST-COUNTS
           perform OPEN-MASTERS
           perform LOAD-EMPLOYEE-TABLE
           perform LOAD-PRODUCT-TABLE
           perform LOAD-TERRITORY-TABLE
           perform LOAD-AR-TABLE
           perform LOAD-DISPUTE-TABLE

           open output reportFile
           perform WRITE-REPORT-HEADER

           perform CHECK-SALE-CUSTOMERS
           perform CHECK-SALE-PRODUCTS
           perform CHECK-AR-SALES
           perform CHECK-AR-CUSTOMERS
           perform CHECK-WAITLIST
           perform CHECK-ATTENDANCE
           perform CHECK-DISPUTE-BATCHES
           perform CHECK-DISPUTE-LINES
           perform CHECK-DISPUTE-EMPLOYEES
           perform CHECK-EMPLOYEE-MANAGERS
           perform CHECK-EMPLOYEE-TERRITORIES

           perform WRITE-SUMMARY
           close reportFile

           perform CLOSE-MASTERS
           perform RAISE-RISING-COUNTS
           perform WRITE-LAST-COUNTS

           display "XREFCHK: " totalExceptions " exceptions, "
               risenCount " categories up on last run - see "
               "XrefChk.dat"

           if risenCount > 0
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-LAST-COUNTS.
           open input lastCountFile
           if XLStat not = "00"
               exit paragraph
           end-if
           move 'Y' to hadLastFile

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read lastCountFile
                   at end move 'Y' to fileEOF
                   not at end
                       perform varying catIdx from 1 by 1
                               until catIdx > categoryCount
                           if cat-code(catIdx) = xl-code
                                   and xl-count is numeric
                               move xl-count to cat-last(catIdx)
                               move 'Y' to cat-had-last(catIdx)
                           end-if
                       end-perform
               end-read
           end-perform

           close lastCountFile.

      *> A master another run has taken could be half updated, so
      *> the checks against it are skipped rather than reporting
      *> orphans that are not there.
       OPEN-MASTERS.
           move "EMP" to lp-master
           move 'C' to lp-action
           move "XREFCHK " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "XREFCHK: employee master in use by "
                   lp-holder " - employee checks skipped"
           else
               open input employeeMaster
               if EMStat = "00"
                   move 'Y' to empUsable
               end-if
           end-if

           move "STU" to lp-master
           move 'C' to lp-action
           move "XREFCHK " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "XREFCHK: student master in use by "
                   lp-holder " - student checks skipped"
           else
               open input studentMaster
               if SMStat = "00"
                   move 'Y' to stuUsable
               end-if
           end-if

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custUsable
           end-if

           open input saleDetailFile
           if SDStat = "00"
               move 'Y' to saleUsable
               close saleDetailFile
           end-if.

       CLOSE-MASTERS.
           if empUsable = 'Y'
               close employeeMaster
           end-if
           if stuUsable = 'Y'
               close studentMaster
           end-if
           if custUsable = 'Y'
               close customerMaster
           end-if.

       LOAD-EMPLOYEE-TABLE.
           if empUsable not = 'Y'
               exit paragraph
           end-if

           move 'N' to fileEOF
           move 0 to em-snum
           start employeeMaster key >= em-snum
               invalid key move 'Y' to fileEOF
           end-start
           perform until fileEOF = 'Y'
               read employeeMaster next
                   at end move 'Y' to fileEOF
                   not at end
                       if empCount < 5000
                           add 1 to empCount
                           move em-snum to et-snum(empCount)
                       else
                           move 'Y' to empTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

      *> A part-loaded table would turn real employees into orphans.
           if empTruncated = 'Y'
               display "XREFCHK: employee master is over the "
                   "5000-entry work table - employee checks skipped"
               move 'N' to empUsable
               close employeeMaster
           end-if.

       LOAD-PRODUCT-TABLE.
           open input productFile
           if PDStat not = "00"
               exit paragraph
           end-if
           move 'Y' to prodUsable

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read productFile
                   at end move 'Y' to fileEOF
                   not at end
                       if prodCount < 500
                           add 1 to prodCount
                           move pm-code to pt-code(prodCount)
                       else
                           move 'N' to prodUsable
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

           close productFile.

       LOAD-TERRITORY-TABLE.
           open input territoryFile
           if TRStat not = "00"
               exit paragraph
           end-if
           move 'Y' to terrUsable

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read territoryFile
                   at end move 'Y' to fileEOF
                   not at end
                       if terrCount < 50
                           add 1 to terrCount
                           move tr-territory
                               to tt-territory(terrCount)
                       else
                           move 'N' to terrUsable
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

           close territoryFile.

       LOAD-AR-TABLE.
           open input arFile
           if ARStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read arFile
                   at end move 'Y' to fileEOF
                   not at end
                       if arCount < 5000
                           add 1 to arCount
                           move ar-invoice to ai-invoice(arCount)
                           move ar-cust to ai-cust(arCount)
                           move ar-date to ai-date(arCount)
                           move ar-status to ai-status(arCount)
                           move 'N' to ai-billed(arCount)
                       else
                           move 'Y' to arTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

           close arFile.

       LOAD-DISPUTE-TABLE.
           open input disputeFile
           if DPStat not = "00"
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read disputeFile
                   at end move 'Y' to fileEOF
                   not at end
                       if disputeCount < 500
                           add 1 to disputeCount
                           move dp-snum to dt-snum(disputeCount)
                           move dp-batch to dt-batch(disputeCount)
                           move dp-line to dt-line(disputeCount)
                           move dp-status to dt-status(disputeCount)
                           move 'N' to dt-batch-seen(disputeCount)
                           move 0 to dt-rep-lines(disputeCount)
                       else
                           move 'Y' to dspTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform

           close disputeFile.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== CROSS-FILE REFERENTIAL INTEGRITY AUDIT ====="
           move spaces to bufferLine
           string "Run " delimited by size
                  runStartStamp delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Section framing: START-SECTION with catIdx set, then
      *> WRITE-EXCEPTION per finding, then END-SECTION.  A section
      *> that could not be checked says why instead.
       START-SECTION.
           write bufferLine from spaces
           move spaces to bufferLine
           string "---- " delimited by size
                  cat-code(catIdx) delimited by size
                  " " delimited by size
                  cat-title(catIdx) delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-EXCEPTION.
           add 1 to cat-today(catIdx)
           add 1 to totalExceptions
           move spaces to bufferLine
           string "  " delimited by size
                  exceptText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       END-SECTION.
           move 'Y' to cat-checked(catIdx)
           move cat-today(catIdx) to dispCount
           move spaces to bufferLine
           string "  " delimited by size
                  function trim(dispCount) delimited by size
                  " exception(s)" delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       SKIP-SECTION.
           move spaces to bufferLine
           string "  not checked - " delimited by size
                  sectionReason delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> A sale with no customer number (0) is a cash sale, not an
      *> orphan.
       CHECK-SALE-CUSTOMERS.
           move 1 to catIdx
           perform START-SECTION
           evaluate true
               when saleUsable not = 'Y'
                   move "SEL8-SALEDTL.dat not on hand"
                       to sectionReason
               when custUsable not = 'Y'
                   move "customer master not available"
                       to sectionReason
               when other
                   move spaces to sectionReason
           end-evaluate
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           open input saleDetailFile
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
                       if sd-cust is numeric and sd-cust > 0
                           move sd-cust to cm-custno
                           read customerMaster
                               invalid key
                                   perform REPORT-SALE-CUSTOMER
                           end-read
                       end-if
               end-read
           end-perform
           close saleDetailFile
           perform END-SECTION.

       REPORT-SALE-CUSTOMER.
           move spaces to exceptText
           string "batch " delimited by size
                  sd-batch delimited by size
                  " date " delimited by size
                  sd-date delimited by size
                  " rep " delimited by size
                  sd-snum delimited by size
                  " customer " delimited by size
                  sd-cust delimited by size
                  into exceptText
           end-string
           perform WRITE-EXCEPTION.

      *> The same pass marks the AR invoices that billed lines
      *> point at and counts each disputed rep's lines per batch.
       CHECK-SALE-PRODUCTS.
           move 2 to catIdx
           perform START-SECTION
           if saleUsable not = 'Y'
               move "SEL8-SALEDTL.dat not on hand" to sectionReason
               perform SKIP-SECTION
               exit paragraph
           end-if

           open input saleDetailFile
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to fileEOF
                   not at end
                       if prodUsable = 'Y' and sd-prod not = spaces
                           move sd-prod to searchProd
                           perform FIND-PRODUCT
                           if prodFound not = 'Y'
                               perform REPORT-SALE-PRODUCT
                           end-if
                       end-if
                       if sd-billed = 'Y'
                           perform MARK-BILLED-INVOICE
                       end-if
                       perform COUNT-DISPUTED-LINE
               end-read
           end-perform
           close saleDetailFile

           if prodUsable not = 'Y'
               move "PRODUCT-MASTER.dat not on hand or too large"
                   to sectionReason
               perform SKIP-SECTION
           else
               perform END-SECTION
           end-if.

       REPORT-SALE-PRODUCT.
           move spaces to exceptText
           string "batch " delimited by size
                  sd-batch delimited by size
                  " date " delimited by size
                  sd-date delimited by size
                  " rep " delimited by size
                  sd-snum delimited by size
                  " product " delimited by size
                  sd-prod delimited by size
                  into exceptText
           end-string
           perform WRITE-EXCEPTION.

       FIND-PRODUCT.
           move 'N' to prodFound
           perform varying prod-idx from 1 by 1
                   until prod-idx > prodCount or prodFound = 'Y'
               if pt-code(prod-idx) = searchProd
                   move 'Y' to prodFound
               end-if
           end-perform.

       MARK-BILLED-INVOICE.
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if ai-invoice(ar-idx) = sd-invoice
                   move 'Y' to ai-billed(ar-idx)
               end-if
           end-perform.

       COUNT-DISPUTED-LINE.
           perform varying dsp-idx from 1 by 1
                   until dsp-idx > disputeCount
               if dt-batch(dsp-idx) = sd-batch
                   move 'Y' to dt-batch-seen(dsp-idx)
                   if dt-snum(dsp-idx) = sd-snum
                       add 1 to dt-rep-lines(dsp-idx)
                   end-if
               end-if
           end-perform.

       CHECK-AR-SALES.
           move 3 to catIdx
           perform START-SECTION
           evaluate true
               when ARStat not = "00" and arCount = 0
                   move "AR-OPEN.dat not on hand" to sectionReason
               when arTruncated = 'Y'
                   move "AR-OPEN.dat is over the 5000-item table"
                       to sectionReason
               when saleUsable not = 'Y'
                   move "SEL8-SALEDTL.dat not on hand"
                       to sectionReason
               when other
                   move spaces to sectionReason
           end-evaluate
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if ai-billed(ar-idx) not = 'Y'
                   move spaces to exceptText
                   string "invoice " delimited by size
                          ai-invoice(ar-idx) delimited by size
                          " dated " delimited by size
                          ai-date(ar-idx) delimited by size
                          " customer " delimited by size
                          ai-cust(ar-idx) delimited by size
                          " status " delimited by size
                          ai-status(ar-idx) delimited by size
                          into exceptText
                   end-string
                   perform WRITE-EXCEPTION
               end-if
           end-perform
           perform END-SECTION.

       CHECK-AR-CUSTOMERS.
           move 4 to catIdx
           perform START-SECTION
           evaluate true
               when ARStat not = "00" and arCount = 0
                   move "AR-OPEN.dat not on hand" to sectionReason
               when arTruncated = 'Y'
                   move "AR-OPEN.dat is over the 5000-item table"
                       to sectionReason
               when custUsable not = 'Y'
                   move "customer master not available"
                       to sectionReason
               when other
                   move spaces to sectionReason
           end-evaluate
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               add 1 to rowsRead
               move ai-cust(ar-idx) to cm-custno
               read customerMaster
                   invalid key
                       move spaces to exceptText
                       string "invoice " delimited by size
                              ai-invoice(ar-idx) delimited by size
                              " dated " delimited by size
                              ai-date(ar-idx) delimited by size
                              " customer " delimited by size
                              ai-cust(ar-idx) delimited by size
                              into exceptText
                       end-string
                       perform WRITE-EXCEPTION
               end-read
           end-perform
           perform END-SECTION.

       CHECK-WAITLIST.
           move 5 to catIdx
           perform START-SECTION
           if stuUsable not = 'Y'
               move "student master not available" to sectionReason
               perform SKIP-SECTION
               exit paragraph
           end-if
           open input waitlistFile
           if WLStat not = "00"
               move "WAITLIST.dat not on hand" to sectionReason
               perform SKIP-SECTION
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read waitlistFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
                       move wl-student to sm-student-id
                       read studentMaster
                           invalid key
                               move spaces to exceptText
                               string "seq " delimited by size
                                      wl-seq delimited by size
                                      " student " delimited by size
                                      wl-student delimited by size
                                      " section " delimited by size
                                      wl-section delimited by size
                                      " subject " delimited by size
                                      wl-subject delimited by size
                                      " status " delimited by size
                                      wl-status delimited by size
                                      into exceptText
                               end-string
                               perform WRITE-EXCEPTION
                       end-read
               end-read
           end-perform
           close waitlistFile
           perform END-SECTION.

       CHECK-ATTENDANCE.
           move 6 to catIdx
           perform START-SECTION
           if stuUsable not = 'Y'
               move "student master not available" to sectionReason
               perform SKIP-SECTION
               exit paragraph
           end-if
           open input attendanceFile
           if ATStat not = "00"
               move "ATTENDANCE.dat not on hand" to sectionReason
               perform SKIP-SECTION
               exit paragraph
           end-if

           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read attendanceFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
                       move at-student to sm-student-id
                       read studentMaster
                           invalid key
                               move spaces to exceptText
                               string "student " delimited by size
                                      at-student delimited by size
                                      " section " delimited by size
                                      at-section delimited by size
                                      " subject " delimited by size
                                      at-subject delimited by size
                                      " date " delimited by size
                                      at-date delimited by size
                                      into exceptText
                               end-string
                               perform WRITE-EXCEPTION
                       end-read
               end-read
           end-perform
           close attendanceFile
           perform END-SECTION.

       CHECK-DISPUTE-BATCHES.
           move 7 to catIdx
           perform START-SECTION
           perform CHECK-DISPUTES-ON-HAND
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           perform varying dsp-idx from 1 by 1
                   until dsp-idx > disputeCount
               add 1 to rowsRead
               if dt-batch-seen(dsp-idx) not = 'Y'
                   perform BUILD-DISPUTE-TEXT
                   perform WRITE-EXCEPTION
               end-if
           end-perform
           perform END-SECTION.

       CHECK-DISPUTE-LINES.
           move 8 to catIdx
           perform START-SECTION
           perform CHECK-DISPUTES-ON-HAND
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           perform varying dsp-idx from 1 by 1
                   until dsp-idx > disputeCount
               if dt-batch-seen(dsp-idx) = 'Y'
                       and (dt-line(dsp-idx) = 0
                            or dt-line(dsp-idx) >
                               dt-rep-lines(dsp-idx))
                   perform BUILD-DISPUTE-TEXT
                   perform WRITE-EXCEPTION
               end-if
           end-perform
           perform END-SECTION.

       CHECK-DISPUTES-ON-HAND.
           evaluate true
               when DPStat not = "00" and disputeCount = 0
                   move "DISPUTE.dat not on hand" to sectionReason
               when dspTruncated = 'Y'
                   move "DISPUTE.dat is over the 500-entry table"
                       to sectionReason
               when saleUsable not = 'Y'
                   move "SEL8-SALEDTL.dat not on hand"
                       to sectionReason
               when other
                   move spaces to sectionReason
           end-evaluate.

       BUILD-DISPUTE-TEXT.
           move spaces to exceptText
           string "rep " delimited by size
                  dt-snum(dsp-idx) delimited by size
                  " batch " delimited by size
                  dt-batch(dsp-idx) delimited by size
                  " line " delimited by size
                  dt-line(dsp-idx) delimited by size
                  " status " delimited by size
                  dt-status(dsp-idx) delimited by size
                  into exceptText
           end-string.

       CHECK-DISPUTE-EMPLOYEES.
           move 9 to catIdx
           perform START-SECTION
           evaluate true
               when DPStat not = "00" and disputeCount = 0
                   move "DISPUTE.dat not on hand" to sectionReason
               when dspTruncated = 'Y'
                   move "DISPUTE.dat is over the 500-entry table"
                       to sectionReason
               when empUsable not = 'Y'
                   move "employee master not available"
                       to sectionReason
               when other
                   move spaces to sectionReason
           end-evaluate
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           perform varying dsp-idx from 1 by 1
                   until dsp-idx > disputeCount
               move dt-snum(dsp-idx) to searchSnum
               perform FIND-EMPLOYEE
               if snumFound not = 'Y'
                   perform BUILD-DISPUTE-TEXT
                   perform WRITE-EXCEPTION
               end-if
           end-perform
           perform END-SECTION.

       FIND-EMPLOYEE.
           move 'N' to snumFound
           perform varying emp-idx from 1 by 1
                   until emp-idx > empCount or snumFound = 'Y'
               if et-snum(emp-idx) = searchSnum
                   move 'Y' to snumFound
               end-if
           end-perform.

      *> em-mgr-snum 0 means the rep reports to no one.
       CHECK-EMPLOYEE-MANAGERS.
           move 10 to catIdx
           perform START-SECTION
           if empUsable not = 'Y'
               move "employee master not available" to sectionReason
               perform SKIP-SECTION
               exit paragraph
           end-if

           move 'N' to fileEOF
           move 0 to em-snum
           start employeeMaster key >= em-snum
               invalid key move 'Y' to fileEOF
           end-start
           perform until fileEOF = 'Y'
               read employeeMaster next
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
                       if em-mgr-snum is numeric and em-mgr-snum > 0
                           move em-mgr-snum to searchSnum
                           perform FIND-EMPLOYEE
                           if snumFound not = 'Y'
                               move spaces to exceptText
                               string "employee " delimited by size
                                      em-snum delimited by size
                                      " " delimited by size
                                      em-sname delimited by size
                                      " manager " delimited by size
                                      em-mgr-snum delimited by size
                                      into exceptText
                               end-string
                               perform WRITE-EXCEPTION
                           end-if
                       end-if
               end-read
           end-perform
           perform END-SECTION.

      *> A blank territory is unassigned, not unknown.
       CHECK-EMPLOYEE-TERRITORIES.
           move 11 to catIdx
           perform START-SECTION
           evaluate true
               when empUsable not = 'Y'
                   move "employee master not available"
                       to sectionReason
               when terrUsable not = 'Y'
                   move "TERRITORY-REF.dat not on hand or too large"
                       to sectionReason
               when other
                   move spaces to sectionReason
           end-evaluate
           if sectionReason not = spaces
               perform SKIP-SECTION
               exit paragraph
           end-if

           move 'N' to fileEOF
           move 0 to em-snum
           start employeeMaster key >= em-snum
               invalid key move 'Y' to fileEOF
           end-start
           perform until fileEOF = 'Y'
               read employeeMaster next
                   at end move 'Y' to fileEOF
                   not at end
                       if em-territory not = spaces
                           move em-territory to searchTerr
                           perform FIND-TERRITORY
                           if terrFound not = 'Y'
                               move spaces to exceptText
                               string "employee " delimited by size
                                      em-snum delimited by size
                                      " " delimited by size
                                      em-sname delimited by size
                                      " territory " delimited by size
                                      em-territory delimited by size
                                      into exceptText
                               end-string
                               perform WRITE-EXCEPTION
                           end-if
                       end-if
               end-read
           end-perform
           perform END-SECTION.

       FIND-TERRITORY.
           move 'N' to terrFound
           perform varying terr-idx from 1 by 1
                   until terr-idx > terrCount or terrFound = 'Y'
               if tt-territory(terr-idx) = searchTerr
                   move 'Y' to terrFound
               end-if
           end-perform.

       WRITE-SUMMARY.
           write bufferLine from spaces
           write bufferLine from
               "===== SUMMARY ====="
           move spaces to bufferLine
           move "CATEGORY" to bufferLine(1:8)
           move "TITLE" to bufferLine(10:5)
           move "TODAY" to bufferLine(54:5)
           move "LAST" to bufferLine(64:4)
           move "CHANGE" to bufferLine(69:6)
               write bufferLine

           perform varying catIdx from 1 by 1
                   until catIdx > categoryCount
               perform SUMMARY-ONE-CATEGORY
           end-perform

           write bufferLine from spaces
           move totalExceptions to dispCount
           move spaces to bufferLine
           string "Total exceptions: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       SUMMARY-ONE-CATEGORY.
           move cat-today(catIdx) to dispCount
           move cat-last(catIdx) to dispLast
           evaluate true
               when cat-checked(catIdx) not = 'Y'
                   move "NOT CHECKED" to changeText
               when cat-had-last(catIdx) not = 'Y'
                   move "new" to changeText
               when cat-today(catIdx) > cat-last(catIdx)
                   move "UP" to changeText
               when cat-today(catIdx) < cat-last(catIdx)
                   move "down" to changeText
               when other
                   move "same" to changeText
           end-evaluate

           move spaces to bufferLine
           string cat-code(catIdx) delimited by size
                  " " delimited by size
                  cat-title(catIdx) delimited by size
                  "  " delimited by size
                  dispCount delimited by size
                  "  " delimited by size
                  dispLast delimited by size
                  " " delimited by size
                  changeText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> One warning per category that has more exceptions than on
      *> the last run.  The first run has nothing to compare with.
       RAISE-RISING-COUNTS.
           perform varying catIdx from 1 by 1
                   until catIdx > categoryCount
               if cat-checked(catIdx) = 'Y'
                       and cat-had-last(catIdx) = 'Y'
                       and cat-today(catIdx) > cat-last(catIdx)
                   add 1 to risenCount
                   move cat-today(catIdx) to dispCount
                   move cat-last(catIdx) to dispLast
                   move "XREFCHK " to om-program
                   move 'W' to om-severity
                   move spaces to om-text
                   string "Integrity exceptions up: "
                              delimited by size
                          cat-code(catIdx) delimited by space
                          " " delimited by size
                          function trim(dispCount) delimited by size
                          " (was " delimited by size
                          function trim(dispLast) delimited by size
                          ")" delimited by size
                          into om-text
                   end-string
                   call "OPERLOG" using oper-msg-parms
                   end-call
               end-if
           end-perform.

      *> A category skipped tonight keeps its old count, so one
      *> missed night does not hide a rise the next.
       WRITE-LAST-COUNTS.
           open output lastCountFile
           perform varying catIdx from 1 by 1
                   until catIdx > categoryCount
               if cat-checked(catIdx) = 'Y'
                       or cat-had-last(catIdx) = 'Y'
                   move cat-code(catIdx) to xl-code
                   if cat-checked(catIdx) = 'Y'
                       move cat-today(catIdx) to xl-count
                   else
                       move cat-last(catIdx) to xl-count
                   end-if
                   move todayDate to xl-date
                   write last-count-record
               end-if
           end-perform
           close lastCountFile.

       WRITE-AUDIT-TRAIL.
           move "XREFCHK" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move rowsRead to al-recs-read
           move totalExceptions to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
