       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCBILL.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select contractFile
                       assign to "SERVICE-CONTRACT.dat"
                       organization is line sequential
                       file status is SCStat.

                   select transFile
                       assign to "SEL8-TRANS.dat"
                       organization is line sequential
                       file status is TFStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select dayCtlFile
                       assign to "DAY-CONTROL.dat"
                       organization is line sequential
                       file status is YCStat.

                   select runCtlFile
                       assign to "RUN-CONTROL.dat"
                       organization is line sequential
                       file status is RCStat.

                   select reportFile
                       assign to "SvcBill.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd contractFile.
                   copy "SVCCONTR.cpy".

               fd transFile.
                   01 trans-record.
                       02 t-sname pic x(20).
                       02 t-snum pic 9(6).
                       02 t-usold pic 9(3)v99.
                       02 t-uprice pic 9(3).
                       02 t-type pic x.
                       02 t-split-snum pic 9(6).
                       02 t-split-pct pic 9(3).
                       02 t-cust pic 9(6).
                       02 t-prod pic x(6).
                       02 t-jur pic x(4).
                       02 t-branch pic x(3).

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd dayCtlFile.
                   copy "DAYCTL.cpy".

               fd runCtlFile.
                   01 runctl-record.
                       02 rc-program    pic x(8).
                       02 rc-last-batch pic 9(6).
                       02 rc-last-date  pic 9(8).

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SCStat pic xx.
           01 TFStat pic xx.
           01 EMStat pic xx.
           01 YCStat pic xx.
           01 RCStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 contract-table.
               02 contract-entry occurs 1 to 500 times
                       depending on contractCount
                       indexed by sc-idx.
                   03 ct-record pic x(86).
           01 contractCount pic 9(3) value 0.
           01 contractEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 runDate pic 9(8).
           01 billMonth pic 9(6).
           01 billDate pic 9(8).
           01 empMasterOK pic x value 'N'.
           01 billState pic x(14).
           01 repName pic x(20).
           01 lineValue pic 9(7)v99.

           01 recsRead pic 9(5) value 0.
           01 billedCount pic 9(5) value 0.
           01 unbilledCount pic 9(5) value 0.
           01 heldCount pic 9(5) value 0.
           01 endedCount pic 9(5) value 0.
           01 notDueCount pic 9(5) value 0.
           01 doneCount pic 9(5) value 0.
           01 billedValue pic 9(9)v99 value 0.

           01 runctlEOF pic x.
           01 nextBatch pic 9(6).
           01 sourceId pic x(8).

           01 hdr-record.
               02 hdr-tag    pic x(3).
               02 hdr-date   pic 9(8).
               02 hdr-source pic x(8).
           01 trl-record.
               02 trl-tag   pic x(3).
               02 trl-count pic 9(6).
               02 trl-units pic 9(7)v99.
               02 trl-price pic 9(7).

           01 ctl-work.
               02 ctl-tag  pic x(3).
               02 ctl-rest pic x(60).
           01 ctl-hdr redefines ctl-work.
               02 filler         pic x(3).
               02 ctl-hdr-date   pic 9(8).
               02 ctl-hdr-source pic x(8).
               02 filler         pic x(44).

           01 load-table.
               02 load-entry occurs 1 to 500 times
                       depending on loadCount
                       indexed by load-idx.
                   03 tl-record pic x(63).
           01 loadCount pic 9(3) value 0.
           01 loadEOF pic x value 'N'.

           01 work-trans.
               02 w-sname  pic x(20).
               02 w-snum   pic 9(6).
               02 w-usold  pic 9(3)v99.
               02 w-uprice pic 9(3).
               02 w-type   pic x.
               02 w-split-snum pic 9(6).
               02 w-split-pct pic 9(3).
               02 w-cust pic 9(6).
               02 w-prod pic x(6).
               02 w-jur pic x(4).
               02 w-branch pic x(3).

           01 dispQty pic ZZ9.99.
           01 dispPrice pic ZZ9.
           01 dispValue pic $ZZZ,ZZ9.99.
           01 dispTotal pic $ZZ,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           move runDate(1:6) to billMonth

           perform LOAD-CONTRACT-FILE
           if loadTruncated = 'Y'
               display "SVCBILL: SERVICE-CONTRACT.dat holds more than "
                   "the 500-record work table - nothing billed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if contractCount = 0
               display "SVCBILL: no service contracts on file."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input transFile
           if TFStat = "00"
               close transFile
               open extend transFile
           else
               open output transFile
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           perform varying sc-idx from 1 by 1
                   until sc-idx > contractCount
               move ct-record(sc-idx) to service-contract-record
               perform BILL-ONE-CONTRACT
               move service-contract-record to ct-record(sc-idx)
           end-perform

           close transFile
           if empMasterOK = 'Y'
               close employeeMaster
           end-if

           if billedCount > 0
               perform REFRESH-TRANS-CONTROLS
               perform REWRITE-CONTRACT-FILE
           end-if
           perform POST-DAY-CONTROL

           perform WRITE-REPORT-TOTALS
           close reportFile

           display "SVCBILL: " billedCount " contracts billed for "
               billMonth ", " unbilledCount " not billed - see "
               "SvcBill.dat"
           if unbilledCount > 0
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           move spaces to bufferLine
           string "===== SERVICE CONTRACT BILLING " delimited by size
                  billMonth delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Contr  Cust   Prod   Rep    Bill date   Qty"
                      delimited by size
                  " Price       Value  Result" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "------------------------------------------------".

      *> A contract bills once a month, dated on its billing day,
      *> provided it is in force that day and not on hold.  The
      *> sale joins the next Sel8 batch under the contract's rep.
       BILL-ONE-CONTRACT.
           add 1 to recsRead
           compute billDate = billMonth * 100 + sc-bill-day
           move 0 to lineValue

           evaluate true
               when sc-last-billed >= billMonth
                   move "ALREADY BILLED" to billState
                   add 1 to doneCount
               when sc-status = 'H'
                   move "ON HOLD" to billState
                   add 1 to heldCount
               when sc-end > 0 and sc-end < billDate
                   move "ENDED" to billState
                   add 1 to endedCount
               when sc-start > billDate
                   move "NOT STARTED" to billState
                   add 1 to notDueCount
               when other
                   perform WRITE-CONTRACT-SALE
           end-evaluate

           perform WRITE-REGISTER-LINE.

       WRITE-CONTRACT-SALE.
           move spaces to repName
           if empMasterOK = 'Y'
               move sc-snum to em-snum
               read employeeMaster
                   invalid key
                       move "REP NOT ON FILE" to billState
                       add 1 to unbilledCount
                       exit paragraph
                   not invalid key move em-sname to repName
               end-read
           end-if

           move repName to t-sname
           move sc-snum to t-snum
           move sc-qty to t-usold
           move sc-price to t-uprice
           move 'S' to t-type
           move 0 to t-split-snum
           move 0 to t-split-pct
           move sc-cust to t-cust
           move sc-prod to t-prod
           move sc-jur to t-jur
           move sc-branch to t-branch
           write trans-record

           move billMonth to sc-last-billed
           compute lineValue = sc-qty * sc-price
           add lineValue to billedValue
           add 1 to billedCount
           move "BILLED" to billState.

       WRITE-REGISTER-LINE.
           move sc-qty to dispQty
           move sc-price to dispPrice
           move lineValue to dispValue
           move spaces to bufferLine
           string sc-contract delimited by size
                  " " delimited by size
                  sc-cust delimited by size
                  " " delimited by size
                  sc-prod delimited by size
                  " " delimited by size
                  sc-snum delimited by size
                  " " delimited by size
                  billDate delimited by size
                  " " delimited by size
                  dispQty delimited by size
                  "   " delimited by size
                  dispPrice delimited by size
                  " " delimited by size
                  dispValue delimited by size
                  "  " delimited by size
                  billState delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------"
           move billedCount to dispCount
           move billedValue to dispTotal
           move spaces to bufferLine
           string "Billed               : " delimited by size
                  dispCount delimited by size
                  "  value " delimited by size
                  dispTotal delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move heldCount to dispCount
           move spaces to bufferLine
           string "On hold              : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move endedCount to dispCount
           move spaces to bufferLine
           string "Ended                : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move notDueCount to dispCount
           move spaces to bufferLine
           string "Not yet started      : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move doneCount to dispCount
           move spaces to bufferLine
           string "Already billed       : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move unbilledCount to dispCount
           move spaces to bufferLine
           string "Not billed - rep     : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "================================================"
           write bufferLine from spaces.

       LOAD-CONTRACT-FILE.
           open input contractFile
           if SCStat not = "00"
               exit paragraph
           end-if

           perform until contractEOF = 'Y'
               read contractFile
                   at end move 'Y' to contractEOF
                   not at end
                       if contractCount < 500
                           add 1 to contractCount
                           move service-contract-record
                               to ct-record(contractCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to contractEOF
                       end-if
               end-read
           end-perform

           close contractFile.

       REWRITE-CONTRACT-FILE.
           open output contractFile
           perform varying sc-idx from 1 by 1
                   until sc-idx > contractCount
               move ct-record(sc-idx) to service-contract-record
               write service-contract-record
           end-perform
           close contractFile.

       REFRESH-TRANS-CONTROLS.
           move 0 to loadCount
           move 'N' to loadEOF
           move "SVCBILL " to sourceId

           open input transFile
           if TFStat not = "00"
               exit paragraph
           end-if

           read transFile
               at end move 'Y' to loadEOF
           end-read

           perform until loadEOF = 'Y'
               move trans-record to ctl-work
               if ctl-tag = "HDR"
                   move ctl-hdr-source to sourceId
               else
                   if ctl-tag not = "TRL"
                       if loadCount < 500
                           add 1 to loadCount
                           move trans-record to tl-record(loadCount)
                       else
                           display "WARNING: control refresh table "
                               "full (500) - trailer left unrefreshed"
                           close transFile
                           exit paragraph
                       end-if
                   end-if
               end-if
               read transFile
                   at end move 'Y' to loadEOF
               end-read
           end-perform

           close transFile

           move "HDR" to hdr-tag
           move function current-date(1:8) to hdr-date
           move sourceId to hdr-source

           move "TRL" to trl-tag
           move 0 to trl-count
           move 0 to trl-units
           move 0 to trl-price

           open output transFile
           write trans-record from hdr-record

           perform varying load-idx from 1 by 1
                   until load-idx > loadCount
               move tl-record(load-idx) to work-trans
               add 1 to trl-count
               add w-usold to trl-units
               add w-uprice to trl-price
               write trans-record from tl-record(load-idx)
           end-perform

           write trans-record from trl-record
           close transFile.

      *> Billed contracts join the NEXT Sel8 batch, so the counts
      *> post there for FLOWBAL: in = due, out = billed, rej = due
      *> but not billed.
       POST-DAY-CONTROL.
           if billedCount = 0 and unbilledCount = 0
               exit paragraph
           end-if

           move 1 to nextBatch
           move 'N' to runctlEOF
           open input runCtlFile
           if RCStat = "00"
               perform until runctlEOF = 'Y'
                   read runCtlFile
                       at end move 'Y' to runctlEOF
                       not at end
                           if rc-program = "SEL8    "
                               compute nextBatch =
                                   rc-last-batch + 1
                           end-if
                   end-read
               end-perform
               close runCtlFile
           end-if

           open input dayCtlFile
           if YCStat = "00"
               close dayCtlFile
               open extend dayCtlFile
           else
               open output dayCtlFile
           end-if

           move nextBatch to yc-batch
           move "SVCBILL " to yc-program
           compute yc-in = billedCount + unbilledCount
           move billedCount to yc-out
           move unbilledCount to yc-rej
           move 0 to yc-susp
           write day-control-record

           close dayCtlFile.

       WRITE-AUDIT-TRAIL.
           move "SVCBILL" to al-program
           move runStartStamp to al-start-stamp
           move SCStat to al-file-status
           move recsRead to al-recs-read
           move billedCount to al-recs-written
           move unbilledCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
