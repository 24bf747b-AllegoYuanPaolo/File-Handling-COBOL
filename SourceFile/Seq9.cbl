                       organization is line sequential
                       file status is HOStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select transFile
                       assign to "SEL8-TRANS.dat"
                       organization is line sequential
                       file status is TFStat.

                   select dayCtlFile
                       assign to "DAY-CONTROL.dat"
                       organization is line sequential
                       file status is YCStat.

                   select runCtlFile
                       assign to "RUN-CONTROL.dat"
                       organization is line sequential
                       file status is RCStat.

                   select pricedFile
                       assign to "SEQ9-PRICED.dat"
                       organization is line sequential
                       file status is PPStat.

                   select yieldFile
                       assign to "CUT-YIELD.dat"
                       organization is line sequential
                       file status is CYStat.

                   select statusFile
                       assign to "ORDER-STATUS.dat"
                       organization is line sequential
                       file status is OSStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       02 r-wid pic 9(3).
                       02 r-len pic 9(3).
                       02 r-cust pic 9(6).
      *> Quoting rep and branch, set by QUOTE2ORD; zero/blank on
      *> orders keyed without a quote.
                       02 r-snum pic 9(6).
                       02 r-branch pic x(3).

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".
               fd heldFile.
                   copy "HELD-ORDER.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

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

               fd dayCtlFile.
                   copy "DAYCTL.cpy".

               fd runCtlFile.
                   01 runctl-record.
                       02 rc-program    pic x(8).
                       02 rc-last-batch pic 9(6).
                       02 rc-last-date  pic 9(8).

               fd checkpointFile.
                   01 ckpt-record pic 9(7).

                       02 qu-cust pic 9(6).
                       02 qu-disc-pct pic 9(2)v99.
                       02 qu-branch pic x(3).
                       02 qu-snum pic 9(6).

               fd quoteFile.
                   01 quote-record.
                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).
               fd pricedFile.
                   copy "SEQ9PRC.cpy".

               fd yieldFile.
                   copy "CUTYIELD.cpy".

               fd statusFile.
                   copy "ORDSTAT.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".
           01 quoteCust pic 9(6) value 0.
           01 quoteDiscPct pic 9(2)v99 value 0.
           01 quoteBranch pic x(3) value spaces.
           01 quoteSnum pic 9(6) value 0.

           01 ptr pic s9(4) comp.
           01 anotherFlag pic x value 'Y'.
           01 heldCount pic 9(5) value 0.
           01 ZheldCount pic ZZ,ZZ9.

      *> Priced batch orders feed the next Sel8 batch as sales of
      *> product RECTAR, one line per piece: units sold are the
      *> piece's area in hundreds of square units and the unit price
      *> is the cost rate per hundred, so Sel8 values the line at
      *> exactly the priced cost.
           01 EMStat pic xx.
           01 TFStat pic xx.
           01 YCStat pic xx.
           01 RCStat pic xx.
           01 empMasterOK pic x value 'N'.
           01 feedOK pic x.
           01 orderSnum pic 9(6).
           01 orderBranch pic x(3).
           01 orderSname pic x(20).
           01 feedUsold pic 9(3)v99.
           01 feedUprice pic 9(3).
           01 fedCount pic 9(5) value 0.
           01 unfedCount pic 9(5) value 0.
           01 ZfedCount pic ZZ,ZZ9.
           01 ZunfedCount pic ZZ,ZZ9.
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

           01 order-table.
               02 order-entry occurs 1 to 300 times
                       depending on orderCount
                   03 ot-peri  pic 9(3).
                   03 ot-area  pic 9(5).
                   03 ot-cost  pic 9(7)v99.
                   03 ot-cust  pic 9(6).
                   03 ot-known pic x.
           01 orderCount pic 9(3) value 0.
           01 ordSwapFlag pic x.
           01 ordSortPass pic 9(3).
               02 ho-peri  pic 9(3).
               02 ho-area  pic 9(5).
               02 ho-cost  pic 9(7)v99.
               02 ho-order-cust  pic 9(6).
               02 ho-order-known pic x.

           01 groupOrder pic 9(6).
           01 groupPieces pic 9(5).
           01 ZgroupPeri pic Z,ZZZ,ZZ9.
           01 ZgroupCost pic $$$$,$$9.99.

      *> Pieces that pass credit go to CUTPLAN, which lays them out
      *> on stock sheets; its latest yield prices what the order
      *> really takes off the rack.
           01 PPStat pic xx.
           01 CYStat pic xx.
           01 yieldOK pic x value 'N'.
           01 yieldEOF pic x.
           01 yieldDate pic 9(8).
           01 yieldPct pic 9(3)v99 value 0.
           01 yieldCostPerArea pic 9(3)v9999 value 0.
           01 stockUsed pic 9(9).
           01 materialCost pic 9(9)v99.
           01 ZstockUsed pic Z,ZZZ,ZZ9.
           01 ZmaterialCost pic $$$$,$$9.99.
           01 ZyieldPct pic ZZ9.99.

      *> Orders priced this run start their fulfilment record in
      *> production; ORDTRACK moves them on from there.
           01 OSStat pic xx.
           01 statusEOF pic x.
           01 statusPosted pic 9(5) value 0.
           01 ZstatusPosted pic ZZ,ZZ9.
           01 stageIdx pic 9.

           01 CKStat pic xx.
           01 recsRead pic 9(7) value 0.
           01 restartCount pic 9(7) value 0.
           01 ckptSkipIdx pic 9(7).

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
                       move qu-cust to quoteCust
                       move qu-disc-pct to quoteDiscPct
                       move qu-branch to quoteBranch
                       move qu-snum to quoteSnum
               end-read
               close quoteCurrFile
           end-if
           move len to qf-dim2
           move quoteCust to qf-cust
           move quoteBranch to qf-branch
           move quoteSnum to qf-snum
           write quote-record

           close quoteFile
           perform OPEN-CSV-FILE
           perform OPEN-CUSTOMER-MASTER
           perform OPEN-HELD-FILE
           perform OPEN-FEED-FILES
           perform LOAD-CUT-YIELD

           perform READ-CHECKPOINT
           if restartCount > 0
                   end-read
                   add 1 to recsRead
               end-perform
               open extend pricedFile
           else
               open output pricedFile
           end-if

           if rectEOF not = 'Y'
               move r-wid to wid
               move r-len to len
               move r-cust to custNum
               if r-snum numeric
                   move r-snum to orderSnum
               else
                   move 0 to orderSnum
               end-if
               move r-branch to orderBranch

               perform COMPUTE-SHAPE
               perform CHECK-CREDIT
               if creditOK = 'Y'
                   perform CAPTURE-ORDER-ENTRY
                   perform WRITE-PRICED-PIECE
                   perform WRITE-CSV-DETAIL
                   perform FEED-SALE-TRANS

                   add 1 to batchCount
                   add ar to batchTotalArea

           perform SORT-ORDER-TABLE
           perform WRITE-ORDER-BLOCKS
           perform POST-ORDER-STATUS

           perform WRITE-BATCH-TRAILER

           close outputFile
           close csvFile
           close heldFile
           close pricedFile
           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if costRate > 0
               close transFile
               if empMasterOK = 'Y'
                   close employeeMaster
               end-if
               perform REFRESH-TRANS-CONTROLS
               perform POST-DAY-CONTROL
           end-if.

      *> Orders only become sales when they are priced (a cost
      *> rate is in force for the run).
       OPEN-FEED-FILES.
           if costRate = 0
               exit paragraph
           end-if

           open input transFile
           if TFStat = "00"
               close transFile
               open extend transFile
           else
               open output transFile
           end-if

           move 'N' to empMasterOK
           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           end-if.

      *> An order keyed without a quote goes to the customer's
      *> owning rep.  A piece with no rep, or priced at a rate the
      *> transaction layout cannot carry, is left unfed and counted
      *> so FLOWBAL shows it did not arrive.
       FEED-SALE-TRANS.
           if costRate = 0
               exit paragraph
           end-if

           move 'Y' to feedOK
           if orderSnum = 0 and custMasterOK = 'Y' and custNum > 0
               move custNum to cm-custno
               read customerMaster
                   invalid key continue
                   not invalid key
                       if cm-owner-type = 'R'
                           move cm-owner-snum to orderSnum
                       end-if
               end-read
           end-if

           if orderSnum = 0
               display "WARNING: order " orderNum " has no rep - "
                   "not fed to Sel8"
               move 'N' to feedOK
           end-if
           if costRate > 9.99
               display "WARNING: order " orderNum " - cost rate over "
                   "9.99 will not fit a sale line - not fed to Sel8"
               move 'N' to feedOK
           end-if
           if feedOK = 'N'
               add 1 to unfedCount
               exit paragraph
           end-if

           move spaces to orderSname
           if empMasterOK = 'Y'
               move orderSnum to em-snum
               read employeeMaster
                   invalid key continue
                   not invalid key move em-sname to orderSname
               end-read
           end-if

           compute feedUsold = ar / 100
           compute feedUprice = costRate * 100

           move orderSname to t-sname
           move orderSnum to t-snum
           move feedUsold to t-usold
           move feedUprice to t-uprice
           move 'S' to t-type
           move 0 to t-split-snum
           move 0 to t-split-pct
           move custNum to t-cust
           move "RECTAR" to t-prod
           move spaces to t-jur
           move orderBranch to t-branch
           write trans-record
           add 1 to fedCount.

       REFRESH-TRANS-CONTROLS.
           move 0 to loadCount
           move 'N' to loadEOF
           move "SEQ9    " to sourceId

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

      *> Fed orders join the NEXT Sel8 batch, so the counts post
      *> there for FLOWBAL: in = priced, out = fed, rej = not fed.
       POST-DAY-CONTROL.
           if fedCount = 0 and unfedCount = 0
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
           move "SEQ9    " to yc-program
           compute yc-in = fedCount + unfedCount
           move fedCount to yc-out
           move unfedCount to yc-rej
           move 0 to yc-susp
           write day-control-record

           close dayCtlFile.

       OPEN-CUSTOMER-MASTER.
           move 'N' to custMasterOK
           open input customerMaster
                   exit paragraph
           end-read

      *> A customer on credit hold (a final dunning notice, or set
      *> by hand in CUSTMNT) has every order diverted.
           if cm-status = 'H'
               move 'N' to creditOK
               exit paragraph
           end-if

           if cm-credit-limit = 0
               exit paragraph
           end-if
               = ar * costRate
           move function current-date(1:8) to ho-date
           move 'O' to ho-disp
           move orderSnum to ho-snum
           move orderBranch to ho-branch
           write held-order-record
           add 1 to heldCount.

                  function trim(parmInputFile) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

               move peri to ot-peri(orderCount)
               move ar to ot-area(orderCount)
               move pieceCost to ot-cost(orderCount)
               move custNum to ot-cust(orderCount)
               move 'N' to ot-known(orderCount)
           else
               display "WARNING: order table full (300) - "
                   "detail for order " orderNum " not grouped"
           end-if.

       WRITE-PRICED-PIECE.
           move orderNum to pp-order
           move wid to pp-wid
           move len to pp-len
           move custNum to pp-cust
           move pieceCost to pp-cost
           move function current-date(1:8) to pp-date
           write priced-piece-record.

      *> The last CUTPLAN run stands for the yield until the next.
       LOAD-CUT-YIELD.
           move 'N' to yieldOK
           move 'N' to yieldEOF
           open input yieldFile
           if CYStat not = "00"
               exit paragraph
           end-if

           perform until yieldEOF = 'Y'
               read yieldFile
                   at end move 'Y' to yieldEOF
                   not at end
                       if cy-yield-pct numeric and cy-yield-pct > 0
                           move 'Y' to yieldOK
                           move cy-date to yieldDate
                           move cy-yield-pct to yieldPct
                           move cy-cost-per-area to yieldCostPerArea
                       end-if
               end-read
           end-perform

           close yieldFile.

       SORT-ORDER-TABLE.
           if orderCount < 2
               exit paragraph
               perform WRITE-ORDER-SUBTOTAL
           end-if.

      *> An order already on the status file (a rerun, or more
      *> pieces on a later day) keeps the record it has.
       POST-ORDER-STATUS.
           if orderCount = 0
               exit paragraph
           end-if

           move 'N' to statusEOF
           open input statusFile
           if OSStat = "00"
               perform until statusEOF = 'Y'
                   read statusFile
                       at end move 'Y' to statusEOF
                       not at end perform MARK-KNOWN-ORDER
                   end-read
               end-perform
               close statusFile
               open extend statusFile
           else
               open output statusFile
           end-if

           move 0 to groupOrder
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               if ot-known(ord-idx) = 'N'
                   if ot-order(ord-idx) not = groupOrder
                       if groupOrder > 0
                           write order-status-record
                           add 1 to statusPosted
                       end-if
                       move ot-order(ord-idx) to groupOrder
                       perform START-STATUS-RECORD
                   end-if
                   add 1 to os-pieces
                   add ot-area(ord-idx) to os-area
                   add ot-cost(ord-idx) to os-cost
                   if os-pieces <= 20
                       move ot-wid(ord-idx) to os-pc-wid(os-pieces)
                       move ot-len(ord-idx) to os-pc-len(os-pieces)
                   end-if
               end-if
           end-perform
           if groupOrder > 0
               write order-status-record
               add 1 to statusPosted
           end-if

           close statusFile.

       MARK-KNOWN-ORDER.
           perform varying ord-idx from 1 by 1
                   until ord-idx > orderCount
               if ot-order(ord-idx) = os-order
                   move 'Y' to ot-known(ord-idx)
               end-if
           end-perform.

       START-STATUS-RECORD.
           move zeros to order-status-record
           perform varying stageIdx from 1 by 1 until stageIdx > 5
               move spaces to os-stage-user(stageIdx)
           end-perform
           move spaces to os-carrier
           move spaces to os-tracking
           move ot-order(ord-idx) to os-order
           move ot-cust(ord-idx) to os-cust
           move 'P' to os-status
           move function current-date(1:8) to os-priced-date
           move os-priced-date to os-stage-date(1)
           move "SEQ9" to os-stage-user(1).

       WRITE-ORDER-HEADER.
           move spaces to bufferLine
           string "===== ORDER " delimited by size
           end-string
               write bufferLine

           if yieldOK = 'Y'
               compute stockUsed rounded = groupArea * 100 / yieldPct
               compute materialCost rounded =
                   groupArea * yieldCostPerArea
               move stockUsed to ZstockUsed
               move materialCost to ZmaterialCost
               move spaces to bufferLine
               string "    Stock used: " delimited by size
                      function trim(ZstockUsed) delimited by space
                      " | Material: " delimited by size
                      function trim(ZmaterialCost) delimited by space
                      into bufferLine
               end-string
                   write bufferLine
           end-if

               write bufferLine from "==================="
               write bufferLine from spaces.

           end-string
               write bufferLine

           move statusPosted to ZstatusPosted
           move spaces to bufferLine
           string "Orders into production: " delimited by size
                  function trim(ZstatusPosted) delimited by space
                  into bufferLine
           end-string
               write bufferLine

           if costRate > 0
               move fedCount to ZfedCount
               move unfedCount to ZunfedCount
               move spaces to bufferLine
               string "Fed to Sel8: " delimited by size
                      function trim(ZfedCount) delimited by space
                      " | Not fed: " delimited by size
                      function trim(ZunfedCount) delimited by space
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           if yieldOK = 'Y'
               move yieldPct to ZyieldPct
               move spaces to bufferLine
               string "Cut yield: " delimited by size
                      function trim(ZyieldPct) delimited by space
                      "% (CUTPLAN " delimited by size
                      yieldDate delimited by size
                      ")" delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if

               write bufferLine from "-------------------"
               write bufferLine from spaces.

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
