       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRPT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select reportFile
                       assign to "MargRpt.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 SDStat pic xx.
           01 PDStat pic xx.
           01 CMStat pic xx.
           01 EMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 detailEOF pic x value 'N'.
           01 prodEOF pic x value 'N'.
           01 custMasterOK pic x value 'N'.
           01 empMasterOK pic x value 'N'.
           01 reportPeriod pic 9(6).
           01 minMarginPct pic 9(3)v9.

           01 product-table.
               02 product-entry occurs 1 to 100 times
                       depending on prodCount
                       indexed by prod-idx.
                   03 pt-code pic x(6).
                   03 pt-desc pic x(20).
           01 prodCount pic 9(3) value 0.

      *> mg-dim orders the report: 1 product, 2 customer, 3 rep,
      *> 4 branch.  Customer and rep keys are held as their six
      *> digits so one table serves all four.
           01 margin-table.
               02 margin-entry occurs 1 to 1000 times
                       depending on marginCount
                       indexed by mg-idx.
                   03 mg-dim    pic 9.
                   03 mg-key    pic x(6).
                   03 mg-lines  pic 9(5).
                   03 mg-amount pic s9(9)v99.
                   03 mg-cost   pic s9(9)v99.
                   03 mg-margin pic s9(9)v99.
           01 marginCount pic 9(4) value 0.
           01 marginFound pic x.
           01 tableFull pic x value 'N'.

           01 swapFlag pic x.
           01 sortPass pic 9(4).
           01 hold-margin pic x(45).

           01 rollDim pic 9.
           01 rollKey pic x(6).
           01 thisDim pic 9.

           01 costedCount pic 9(7) value 0.
           01 uncostedCount pic 9(7) value 0.
           01 lowCount pic 9(7) value 0.
           01 companySales pic s9(11)v99 value 0.
           01 companyCost pic s9(11)v99 value 0.
           01 companyMargin pic s9(11)v99 value 0.

           01 workAmount pic s9(11)v99.
           01 workMargin pic s9(11)v99.
           01 marginPct pic s9(5)v9.
           01 lowFlag pic x(4).
           01 keyName pic x(16).

           01 dispAmount pic $ZZZ,ZZ9.99-.
           01 dispCost pic $ZZZ,ZZ9.99-.
           01 dispMargin pic $ZZZ,ZZ9.99-.
           01 dispPct pic ZZZ9.9-.
           01 dispMinPct pic ZZ9.9.
           01 dispCount pic ZZZ,ZZ9.
           01 dispCompanySales pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispCompanyCost pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispCompanyMargin pic $ZZZ,ZZZ,ZZ9.99-.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== GROSS MARGIN ANALYSIS ====="
           display "Period to report (YYYYMM, 0 = all): "
               with no advancing
           accept reportPeriod
           display "Minimum margin percent (0 = 20): "
               with no advancing
           accept minMarginPct
           if minMarginPct = 0
               move 20 to minMarginPct
           end-if

           open input saleDetailFile
           if SDStat not = "00"
               display "MARGRPT: cannot open SEL8-SALEDTL.dat ("
                   SDStat ")"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform ROLL-UP-DETAIL
           close saleDetailFile

           if costedCount = 0
               display "MARGRPT: no costed sale detail for the period."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           if tableFull = 'Y'
               display "MARGRPT: more than 1000 report lines - "
                   "rollup incomplete."
               move 4 to RETURN-CODE
           end-if

           perform SORT-MARGIN-TABLE
           perform LOAD-PRODUCT-TABLE

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           end-if
           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER
           perform WRITE-MARGIN-SUMMARY
           perform WRITE-LOW-MARGIN-SALES
           perform WRITE-REPORT-TOTALS
           close reportFile

           if custMasterOK = 'Y'
               close customerMaster
           end-if
           if empMasterOK = 'Y'
               close employeeMaster
           end-if

           display "MARGRPT: " costedCount " lines analysed, "
               lowCount " below minimum margin - see MargRpt.dat"
           if uncostedCount > 0
               display "MARGRPT: " uncostedCount " lines carry no "
                   "cost and are left out"
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> Lines written before cost was kept are not numeric in
      *> sd-cost and are counted, not analysed.
       ROLL-UP-DETAIL.
           read saleDetailFile
               at end move 'Y' to detailEOF
           end-read

           perform until detailEOF = 'Y'
               if reportPeriod = 0
                       or sd-date(1:6) = reportPeriod
                   if sd-cost is numeric and sd-margin is numeric
                       perform ROLL-ONE-DETAIL
                   else
                       add 1 to uncostedCount
                   end-if
               end-if
               read saleDetailFile
                   at end move 'Y' to detailEOF
               end-read
           end-perform.

       ROLL-ONE-DETAIL.
           add 1 to costedCount
           add sd-amount to companySales
           add sd-cost to companyCost
           add sd-margin to companyMargin

           move 1 to rollDim
           move sd-prod to rollKey
           perform ADD-TO-MARGIN-TABLE
           move 2 to rollDim
           move sd-cust to rollKey
           perform ADD-TO-MARGIN-TABLE
           move 3 to rollDim
           move sd-snum to rollKey
           perform ADD-TO-MARGIN-TABLE
           move 4 to rollDim
           move sd-branch to rollKey
           if sd-branch = spaces
               move "???" to rollKey
           end-if
           perform ADD-TO-MARGIN-TABLE.

       ADD-TO-MARGIN-TABLE.
           move 'N' to marginFound
           perform varying mg-idx from 1 by 1
                   until mg-idx > marginCount or marginFound = 'Y'
               if mg-dim(mg-idx) = rollDim
                       and mg-key(mg-idx) = rollKey
                   move 'Y' to marginFound
                   add 1 to mg-lines(mg-idx)
                   add sd-amount to mg-amount(mg-idx)
                   add sd-cost to mg-cost(mg-idx)
                   add sd-margin to mg-margin(mg-idx)
               end-if
           end-perform

           if marginFound = 'N'
               if marginCount < 1000
                   add 1 to marginCount
                   move rollDim to mg-dim(marginCount)
                   move rollKey to mg-key(marginCount)
                   move 1 to mg-lines(marginCount)
                   move sd-amount to mg-amount(marginCount)
                   move sd-cost to mg-cost(marginCount)
                   move sd-margin to mg-margin(marginCount)
               else
                   move 'Y' to tableFull
               end-if
           end-if.

       SORT-MARGIN-TABLE.
           if marginCount < 2
               exit paragraph
           end-if
           move 'Y' to swapFlag
           perform until swapFlag = 'N'
               move 'N' to swapFlag
               perform varying sortPass from 1 by 1
                       until sortPass >= marginCount
                   if mg-dim(sortPass) > mg-dim(sortPass + 1)
                       or (mg-dim(sortPass) = mg-dim(sortPass + 1)
                       and mg-key(sortPass) > mg-key(sortPass + 1))
                       move margin-entry(sortPass) to hold-margin
                       move margin-entry(sortPass + 1)
                           to margin-entry(sortPass)
                       move hold-margin to margin-entry(sortPass + 1)
                       move 'Y' to swapFlag
                   end-if
               end-perform
           end-perform.

       LOAD-PRODUCT-TABLE.
           open input productFile
           if PDStat not = "00"
               exit paragraph
           end-if

           perform until prodEOF = 'Y'
               read productFile
                   at end move 'Y' to prodEOF
                   not at end
                       if prodCount < 100
                           add 1 to prodCount
                           move pm-code to pt-code(prodCount)
                           move pm-desc to pt-desc(prodCount)
                       end-if
               end-read
           end-perform

           close productFile.

      *> Margin percent is of revenue; a line or group with no
      *> revenue has none.  Below the minimum is flagged LOW.
       COMPUTE-MARGIN-PCT.
           move 0 to marginPct
           move spaces to lowFlag
           if workAmount not = 0
               compute marginPct rounded =
                   workMargin * 100 / workAmount
           end-if
           if workAmount > 0 and marginPct < minMarginPct
               move " LOW" to lowFlag
           end-if.

       WRITE-REPORT-HEADER.
           move minMarginPct to dispMinPct
           move spaces to bufferLine
           string "===== GROSS MARGIN ANALYSIS " delimited by size
                  runStartStamp(1:8) delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           if reportPeriod = 0
               string "Period: all on file" delimited by size
                      " | Minimum margin: " delimited by size
                      function trim(dispMinPct) delimited by size
                      "%" delimited by size
                      into bufferLine
               end-string
           else
               string "Period: " delimited by size
                      reportPeriod delimited by size
                      " | Minimum margin: " delimited by size
                      function trim(dispMinPct) delimited by size
                      "%" delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine.

       WRITE-MARGIN-SUMMARY.
           move 0 to thisDim
           perform varying mg-idx from 1 by 1
                   until mg-idx > marginCount
               if mg-dim(mg-idx) not = thisDim
                   move mg-dim(mg-idx) to thisDim
                   perform WRITE-SECTION-HEADER
               end-if
               perform FIND-KEY-NAME
               move mg-amount(mg-idx) to workAmount
               move mg-margin(mg-idx) to workMargin
               perform COMPUTE-MARGIN-PCT
               move mg-amount(mg-idx) to dispAmount
               move mg-cost(mg-idx) to dispCost
               move mg-margin(mg-idx) to dispMargin
               move marginPct to dispPct
               move spaces to bufferLine
               string mg-key(mg-idx) delimited by size
                      " " delimited by size
                      keyName delimited by size
                      dispAmount delimited by size
                      dispCost delimited by size
                      dispMargin delimited by size
                      " " delimited by size
                      dispPct delimited by size
                      lowFlag delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-perform.

       WRITE-SECTION-HEADER.
           write bufferLine from spaces
           evaluate thisDim
               when 1
                   write bufferLine from "--- By product ---"
               when 2
                   write bufferLine from "--- By customer ---"
               when 3
                   write bufferLine from "--- By rep ---"
               when other
                   write bufferLine from "--- By branch ---"
           end-evaluate
           move spaces to bufferLine
           string "Key    Name                  Revenue"
                      delimited by size
                  "         Cost       Margin Margin%"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       FIND-KEY-NAME.
           move spaces to keyName
           evaluate mg-dim(mg-idx)
               when 1
                   move "(not on file)" to keyName
                   if prodCount > 0
                       set prod-idx to 1
                       search product-entry
                           at end continue
                           when pt-code(prod-idx) = mg-key(mg-idx)
                               move pt-desc(prod-idx) to keyName
                       end-search
                   end-if
               when 2
                   if custMasterOK = 'Y'
                       move mg-key(mg-idx) to cm-custno
                       read customerMaster
                           invalid key
                               move "(not on file)" to keyName
                           not invalid key
                               move cm-name to keyName
                       end-read
                   end-if
               when 3
                   if empMasterOK = 'Y'
                       move mg-key(mg-idx) to em-snum
                       read employeeMaster
                           invalid key
                               move "(not on file)" to keyName
                           not invalid key
                               move em-sname to keyName
                       end-read
                   end-if
               when other
                   continue
           end-evaluate.

      *> Second pass: every sale (not return credit) whose own
      *> margin falls below the minimum, so the discount behind it
      *> can be followed up.
       WRITE-LOW-MARGIN-SALES.
           write bufferLine from spaces
           write bufferLine from "--- Sales below minimum margin ---"
           move spaces to bufferLine
           string "Date     Cust   Rep    Product"
                      delimited by size
                  "      Revenue       Margin Margin%"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine

           move 'N' to detailEOF
           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if
           read saleDetailFile
               at end move 'Y' to detailEOF
           end-read

           perform until detailEOF = 'Y'
               if (reportPeriod = 0
                       or sd-date(1:6) = reportPeriod)
                       and sd-cost is numeric
                       and sd-margin is numeric
                       and sd-type not = 'R'
                   move sd-amount to workAmount
                   move sd-margin to workMargin
                   perform COMPUTE-MARGIN-PCT
                   if lowFlag not = spaces
                       perform WRITE-LOW-MARGIN-LINE
                   end-if
               end-if
               read saleDetailFile
                   at end move 'Y' to detailEOF
               end-read
           end-perform
           close saleDetailFile

           if lowCount = 0
               write bufferLine from
                   "No sales below the minimum margin."
           end-if.

       WRITE-LOW-MARGIN-LINE.
           add 1 to lowCount
           move sd-amount to dispAmount
           move sd-margin to dispMargin
           move marginPct to dispPct
           move spaces to bufferLine
           string sd-date delimited by size
                  " " delimited by size
                  sd-cust delimited by size
                  " " delimited by size
                  sd-snum delimited by size
                  " " delimited by size
                  sd-prod delimited by size
                  dispAmount delimited by size
                  dispMargin delimited by size
                  " " delimited by size
                  dispPct delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from spaces
           write bufferLine from
               "============================================="
           move companySales to dispCompanySales
           move companyCost to dispCompanyCost
           move companyMargin to dispCompanyMargin
           move companySales to workAmount
           move companyMargin to workMargin
           perform COMPUTE-MARGIN-PCT
           move marginPct to dispPct
           move spaces to bufferLine
           string "Revenue      : " delimited by size
                  dispCompanySales delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Standard cost: " delimited by size
                  dispCompanyCost delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Gross margin : " delimited by size
                  dispCompanyMargin delimited by size
                  "  " delimited by size
                  function trim(dispPct) delimited by size
                  "%" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move lowCount to dispCount
           move spaces to bufferLine
           string "Sales below minimum : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move uncostedCount to dispCount
           move spaces to bufferLine
           string "Lines with no cost  : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "MARGRPT" to al-program
           move runStartStamp to al-start-stamp
           move SDStat to al-file-status
           move costedCount to al-recs-read
           move costedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
