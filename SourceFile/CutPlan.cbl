       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTPLAN.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select pricedFile
                       assign to "SEQ9-PRICED.dat"
                       organization is line sequential
                       file status is PPStat.

                   select sheetFile
                       assign to "STOCK-SHEET.dat"
                       organization is line sequential
                       file status is SKStat.

                   select yieldFile
                       assign to "CUT-YIELD.dat"
                       organization is line sequential
                       file status is CYStat.

                   select reportFile
                       assign to "CutPlan.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd pricedFile.
                   copy "SEQ9PRC.cpy".

               fd sheetFile.
                   01 sheet-record.
                       02 sk-code pic x(4).
                       02 sk-wid  pic 9(3).
                       02 sk-len  pic 9(3).
                       02 sk-cost pic 9(5)v99.

               fd yieldFile.
                   copy "CUTYIELD.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 PPStat pic xx.
           01 SKStat pic xx.
           01 CYStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 pricedEOF pic x value 'N'.
           01 sheetEOF pic x value 'N'.
           01 runDate pic 9(8).

           01 size-table.
               02 size-entry occurs 1 to 10 times
                       depending on sizeCount
                       indexed by sz-idx.
                   03 sz-code pic x(4).
                   03 sz-wid  pic 9(3).
                   03 sz-len  pic 9(3).
                   03 sz-cost pic 9(5)v99.
           01 sizeCount pic 99 value 0.

      *> Each piece is held long side / short side so it can be cut
      *> either way round; pc-w and pc-h are as laid on the sheet
      *> (pc-w across the sheet width, pc-h down its length).
           01 piece-table.
               02 piece-entry occurs 1 to 300 times
                       depending on pieceCount
                       indexed by pc-idx.
                   03 pc-order    pic 9(6).
                   03 pc-wid      pic 9(3).
                   03 pc-len      pic 9(3).
                   03 pc-long     pic 9(3).
                   03 pc-short    pic 9(3).
                   03 pc-fits-any pic x.
                   03 pc-placed   pic x.
                   03 pc-sheet    pic 9(3).
                   03 pc-x        pic 9(3).
                   03 pc-y        pic 9(3).
                   03 pc-w        pic 9(3).
                   03 pc-h        pic 9(3).
           01 pieceCount pic 9(3) value 0.
           01 hold-piece pic x(35).
           01 swapFlag pic x.
           01 sortPass pic 9(3).

      *> Shelf layout: pieces run across the sheet in shelves, each
      *> shelf as deep as the first (deepest) piece put on it.
           01 shelf-table.
               02 shelf-entry occurs 1 to 500 times
                       depending on shelfCount
                       indexed by sh-idx.
                   03 sh-sheet  pic 9(3).
                   03 sh-y      pic 9(3).
                   03 sh-height pic 9(3).
                   03 sh-used-w pic 9(3).
           01 shelfCount pic 9(3) value 0.

           01 sheet-table.
               02 sheet-entry occurs 1 to 300 times
                       depending on sheetCount
                       indexed by st-idx.
                   03 st-used-len  pic 9(5).
                   03 st-used-area pic 9(7).
                   03 st-pieces    pic 9(3).
           01 sheetCount pic 9(3) value 0.

           01 planW pic 9(3).
           01 planL pic 9(3).
           01 planOK pic x.
           01 placeW pic 9(3).
           01 placeH pic 9(3).
           01 placedFlag pic x.
           01 shelfRoom pic 9(5).

           01 bestSize pic 99 value 0.
           01 bestSheets pic 9(3).
           01 bestStockArea pic 9(9).
           01 planStockArea pic 9(9).

           01 oversizeCount pic 9(3) value 0.
           01 placedCount pic 9(5) value 0.
           01 dayUsedArea pic 9(9) value 0.
           01 dayStockArea pic 9(9) value 0.
           01 dayWaste pic 9(9) value 0.
           01 dayStockCost pic 9(7)v99 value 0.
           01 dayYield pic 9(3)v99 value 0.
           01 costPerArea pic 9(3)v9999 value 0.
           01 sheetArea pic 9(7).
           01 sheetYield pic 9(3)v99.
           01 sheetWaste pic 9(7).
           01 sheetNo pic 9(3).

           01 dispSheet pic ZZ9.
           01 dispOrder pic 9(6).
           01 dispDim pic ZZ9.
           01 dispDim2 pic ZZ9.
           01 dispPos pic ZZ9.
           01 dispPct pic ZZ9.99.
           01 dispArea pic ZZZ,ZZZ,ZZ9.
           01 dispCost pic $ZZZ,ZZ9.99.
           01 dispRate pic ZZ9.9999.
           01 dispCount pic ZZ,ZZ9.
           01 cutAs pic x(7).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate

           perform LOAD-SHEET-SIZES
           if sizeCount = 0
               display "CUTPLAN: no stock sheet sizes on "
                   "STOCK-SHEET.dat - no plan made."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-PRICED-PIECES
           if pieceCount = 0
               display "CUTPLAN: no priced pieces to cut today."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform SORT-PIECES
           perform MARK-OVERSIZE
           perform CHOOSE-SHEET-SIZE
           if bestSize = 0
               display "CUTPLAN: no single stock sheet size takes "
                   "every piece - no plan made."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           set sz-idx to bestSize
           move sz-wid(sz-idx) to planW
           move sz-len(sz-idx) to planL
           perform PLAN-ON-SIZE
           perform TOTAL-THE-DAY

           open output reportFile
           perform WRITE-CUT-LIST
           perform WRITE-DAY-TOTALS
           close reportFile

           perform WRITE-YIELD-RECORD

           move dayYield to dispPct
           display "CUTPLAN: " placedCount " pieces on " sheetCount
               " sheets of " sz-code(bestSize) ", yield "
               function trim(dispPct) "% - see CutPlan.dat"
           if oversizeCount > 0
               display "CUTPLAN: " oversizeCount " pieces larger "
                   "than any stock sheet - not planned"
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-SHEET-SIZES.
           open input sheetFile
           if SKStat not = "00"
               exit paragraph
           end-if

           perform until sheetEOF = 'Y'
               read sheetFile
                   at end move 'Y' to sheetEOF
                   not at end
                       if sizeCount < 10 and sk-wid > 0
                               and sk-len > 0
                           add 1 to sizeCount
                           move sk-code to sz-code(sizeCount)
                           move sk-wid to sz-wid(sizeCount)
                           move sk-len to sz-len(sizeCount)
                           move sk-cost to sz-cost(sizeCount)
                       end-if
               end-read
           end-perform

           close sheetFile.

       LOAD-PRICED-PIECES.
           open input pricedFile
           if PPStat not = "00"
               exit paragraph
           end-if

           perform until pricedEOF = 'Y'
               read pricedFile
                   at end move 'Y' to pricedEOF
                   not at end
                       if pieceCount < 300
                           perform ADD-ONE-PIECE
                       else
                           display "WARNING: piece table full (300) "
                               "- remaining pieces not planned"
                           move 'Y' to pricedEOF
                       end-if
               end-read
           end-perform

           close pricedFile.

       ADD-ONE-PIECE.
           if pp-wid = 0 or pp-len = 0
               exit paragraph
           end-if
           add 1 to pieceCount
           move pp-order to pc-order(pieceCount)
           move pp-wid to pc-wid(pieceCount)
           move pp-len to pc-len(pieceCount)
           if pp-wid > pp-len
               move pp-wid to pc-long(pieceCount)
               move pp-len to pc-short(pieceCount)
           else
               move pp-len to pc-long(pieceCount)
               move pp-wid to pc-short(pieceCount)
           end-if
           move 'N' to pc-placed(pieceCount).

      *> Largest pieces first - long side, then short side.
       SORT-PIECES.
           if pieceCount < 2
               exit paragraph
           end-if
           move 'Y' to swapFlag
           perform until swapFlag = 'N'
               move 'N' to swapFlag
               perform varying sortPass from 1 by 1
                       until sortPass >= pieceCount
                   if pc-long(sortPass) < pc-long(sortPass + 1)
                           or (pc-long(sortPass) =
                               pc-long(sortPass + 1)
                           and pc-short(sortPass) <
                               pc-short(sortPass + 1))
                       move piece-entry(sortPass) to hold-piece
                       move piece-entry(sortPass + 1)
                           to piece-entry(sortPass)
                       move hold-piece to piece-entry(sortPass + 1)
                       move 'Y' to swapFlag
                   end-if
               end-perform
           end-perform.

       MARK-OVERSIZE.
           perform varying pc-idx from 1 by 1
                   until pc-idx > pieceCount
               move 'N' to pc-fits-any(pc-idx)
               perform varying sz-idx from 1 by 1
                       until sz-idx > sizeCount
                   if (pc-long(pc-idx) <= sz-wid(sz-idx)
                           and pc-short(pc-idx) <= sz-len(sz-idx))
                       or (pc-short(pc-idx) <= sz-wid(sz-idx)
                           and pc-long(pc-idx) <= sz-len(sz-idx))
                       move 'Y' to pc-fits-any(pc-idx)
                   end-if
               end-perform
               if pc-fits-any(pc-idx) = 'N'
                   add 1 to oversizeCount
               end-if
           end-perform.

      *> Every size that takes all the pieces is tried; the one that
      *> uses the least stock area wins, fewer sheets breaking a tie.
       CHOOSE-SHEET-SIZE.
           move 0 to bestSize
           move 0 to bestSheets
           move 0 to bestStockArea
           perform varying sz-idx from 1 by 1
                   until sz-idx > sizeCount
               move sz-wid(sz-idx) to planW
               move sz-len(sz-idx) to planL
               perform PLAN-ON-SIZE
               if planOK = 'Y'
                   compute planStockArea =
                       sheetCount * planW * planL
                   if bestSize = 0
                           or planStockArea < bestStockArea
                           or (planStockArea = bestStockArea
                               and sheetCount < bestSheets)
                       set bestSize to sz-idx
                       move sheetCount to bestSheets
                       move planStockArea to bestStockArea
                   end-if
               end-if
           end-perform.

       PLAN-ON-SIZE.
           move 'Y' to planOK
           move 0 to shelfCount
           move 0 to sheetCount
           perform varying pc-idx from 1 by 1
                   until pc-idx > pieceCount or planOK = 'N'
               move 'N' to pc-placed(pc-idx)
               if pc-fits-any(pc-idx) = 'Y'
                   perform PLACE-ONE-PIECE
               end-if
           end-perform.

      *> First shelf the piece fits on, either way round; failing
      *> that a new shelf on the first sheet with length left, cut
      *> long side across where the width allows; failing that a
      *> new sheet.
       PLACE-ONE-PIECE.
           move 'N' to placedFlag
           perform varying sh-idx from 1 by 1
                   until sh-idx > shelfCount or placedFlag = 'Y'
               compute shelfRoom = planW - sh-used-w(sh-idx)
               if pc-short(pc-idx) <= sh-height(sh-idx)
                       and pc-long(pc-idx) <= shelfRoom
                   move pc-long(pc-idx) to placeW
                   move pc-short(pc-idx) to placeH
                   perform PUT-ON-SHELF
               else
                   if pc-long(pc-idx) <= sh-height(sh-idx)
                           and pc-short(pc-idx) <= shelfRoom
                       move pc-short(pc-idx) to placeW
                       move pc-long(pc-idx) to placeH
                       perform PUT-ON-SHELF
                   end-if
               end-if
           end-perform
           if placedFlag = 'Y'
               exit paragraph
           end-if

           if pc-long(pc-idx) <= planW and pc-short(pc-idx) <= planL
               move pc-long(pc-idx) to placeW
               move pc-short(pc-idx) to placeH
           else
               if pc-short(pc-idx) <= planW
                       and pc-long(pc-idx) <= planL
                   move pc-short(pc-idx) to placeW
                   move pc-long(pc-idx) to placeH
               else
                   move 'N' to planOK
                   exit paragraph
               end-if
           end-if

           perform varying st-idx from 1 by 1
                   until st-idx > sheetCount or placedFlag = 'Y'
               if st-used-len(st-idx) + placeH <= planL
                   perform OPEN-NEW-SHELF
               end-if
           end-perform
           if placedFlag = 'Y'
               exit paragraph
           end-if

           if sheetCount >= 300 or shelfCount >= 500
               move 'N' to planOK
               exit paragraph
           end-if
           add 1 to sheetCount
           move 0 to st-used-len(sheetCount)
           move 0 to st-used-area(sheetCount)
           move 0 to st-pieces(sheetCount)
           set st-idx to sheetCount
           perform OPEN-NEW-SHELF.

       OPEN-NEW-SHELF.
           if shelfCount >= 500
               move 'N' to planOK
               move 'Y' to placedFlag
               exit paragraph
           end-if
           add 1 to shelfCount
           set sh-idx to shelfCount
           set sh-sheet(sh-idx) to st-idx
           move st-used-len(st-idx) to sh-y(sh-idx)
           move placeH to sh-height(sh-idx)
           move 0 to sh-used-w(sh-idx)
           add placeH to st-used-len(st-idx)
           perform PUT-ON-SHELF.

       PUT-ON-SHELF.
           move 'Y' to placedFlag
           move 'Y' to pc-placed(pc-idx)
           move sh-sheet(sh-idx) to pc-sheet(pc-idx)
           move sh-used-w(sh-idx) to pc-x(pc-idx)
           move sh-y(sh-idx) to pc-y(pc-idx)
           move placeW to pc-w(pc-idx)
           move placeH to pc-h(pc-idx)
           add placeW to sh-used-w(sh-idx)
           move sh-sheet(sh-idx) to sheetNo
           compute st-used-area(sheetNo) =
               st-used-area(sheetNo) + placeW * placeH
           add 1 to st-pieces(sheetNo).

       TOTAL-THE-DAY.
           move 0 to placedCount
           move 0 to dayUsedArea
           perform varying st-idx from 1 by 1
                   until st-idx > sheetCount
               add st-pieces(st-idx) to placedCount
               add st-used-area(st-idx) to dayUsedArea
           end-perform
           compute dayStockArea = sheetCount * planW * planL
           compute dayWaste = dayStockArea - dayUsedArea
           compute dayStockCost = sheetCount * sz-cost(bestSize)
           if dayStockArea > 0
               compute dayYield rounded =
                   dayUsedArea * 100 / dayStockArea
           end-if
           if dayUsedArea > 0
               compute costPerArea rounded =
                   dayStockCost / dayUsedArea
           end-if.

       WRITE-CUT-LIST.
           move spaces to bufferLine
           string "===== CUT LIST " delimited by size
                  runDate delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move sz-wid(bestSize) to dispDim
           move sz-len(bestSize) to dispDim2
           move spaces to bufferLine
           string "Stock sheet: " delimited by size
                  sz-code(bestSize) delimited by size
                  "  " delimited by size
                  function trim(dispDim) delimited by size
                  " x " delimited by size
                  function trim(dispDim2) delimited by size
                  into bufferLine
           end-string
               write bufferLine

           perform varying st-idx from 1 by 1
                   until st-idx > sheetCount
               perform WRITE-ONE-SHEET
           end-perform

           if oversizeCount > 0
               write bufferLine from spaces
               write bufferLine from
                   "--- Larger than any stock sheet - not planned ---"
               perform varying pc-idx from 1 by 1
                       until pc-idx > pieceCount
                   if pc-fits-any(pc-idx) = 'N'
                       move pc-wid(pc-idx) to dispDim
                       move pc-len(pc-idx) to dispDim2
                       move spaces to bufferLine
                       string "Order " delimited by size
                              pc-order(pc-idx) delimited by size
                              "  " delimited by size
                              dispDim delimited by size
                              " x " delimited by size
                              dispDim2 delimited by size
                              into bufferLine
                       end-string
                           write bufferLine
                   end-if
               end-perform
           end-if.

       WRITE-ONE-SHEET.
           write bufferLine from spaces
           set sheetNo to st-idx
           move sheetNo to dispSheet
           move spaces to bufferLine
           string "--- Sheet " delimited by size
                  function trim(dispSheet) delimited by size
                  " ---" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Order    Piece       At (x,y)    Cut as"

           perform varying pc-idx from 1 by 1
                   until pc-idx > pieceCount
               if pc-placed(pc-idx) = 'Y'
                       and pc-sheet(pc-idx) = sheetNo
                   perform WRITE-PIECE-LINE
               end-if
           end-perform

           compute sheetArea = planW * planL
           compute sheetWaste = sheetArea - st-used-area(st-idx)
           compute sheetYield rounded =
               st-used-area(st-idx) * 100 / sheetArea
           move sheetYield to dispPct
           move sheetWaste to dispArea
           move spaces to bufferLine
           string "Yield: " delimited by size
                  function trim(dispPct) delimited by size
                  "%   Waste: " delimited by size
                  function trim(dispArea) delimited by size
                  " sq" delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-PIECE-LINE.
           move pc-order(pc-idx) to dispOrder
           move spaces to bufferLine
           move dispOrder to bufferLine(1:6)
           move pc-wid(pc-idx) to dispDim
           move dispDim to bufferLine(10:3)
           move "x" to bufferLine(14:1)
           move pc-len(pc-idx) to dispDim
           move dispDim to bufferLine(16:3)
           move pc-x(pc-idx) to dispPos
           move dispPos to bufferLine(22:3)
           move "," to bufferLine(25:1)
           move pc-y(pc-idx) to dispPos
           move dispPos to bufferLine(26:3)
           move pc-w(pc-idx) to dispDim
           move dispDim to bufferLine(34:3)
           move "x" to bufferLine(38:1)
           move pc-h(pc-idx) to dispDim
           move dispDim to bufferLine(40:3)
           if pc-w(pc-idx) not = pc-wid(pc-idx)
               move "turned" to bufferLine(45:6)
           end-if
               write bufferLine.

       WRITE-DAY-TOTALS.
           write bufferLine from spaces
           write bufferLine from
               "============================================="
           move sheetCount to dispCount
           move spaces to bufferLine
           string "Sheets used         : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move placedCount to dispCount
           move spaces to bufferLine
           string "Pieces cut          : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move dayUsedArea to dispArea
           move spaces to bufferLine
           string "Area in pieces      : " delimited by size
                  function trim(dispArea) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move dayWaste to dispArea
           move spaces to bufferLine
           string "Waste               : " delimited by size
                  function trim(dispArea) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move dayYield to dispPct
           move spaces to bufferLine
           string "Yield for the day   : " delimited by size
                  function trim(dispPct) delimited by size
                  "%" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move dayStockCost to dispCost
           move spaces to bufferLine
           string "Stock cost          : " delimited by size
                  function trim(dispCost) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move costPerArea to dispRate
           move spaces to bufferLine
           string "Cost per sq cut     : " delimited by size
                  function trim(dispRate) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "=============================================".

      *> Appended for Seq9, which prices its material display from
      *> the latest run.
       WRITE-YIELD-RECORD.
           if placedCount = 0
               exit paragraph
           end-if
           open input yieldFile
           if CYStat = "00"
               close yieldFile
               open extend yieldFile
           else
               open output yieldFile
           end-if

           move runDate to cy-date
           move sz-code(bestSize) to cy-sheet-code
           move sheetCount to cy-sheets
           move placedCount to cy-pieces
           move dayUsedArea to cy-used-area
           move dayStockArea to cy-stock-area
           move dayYield to cy-yield-pct
           move dayStockCost to cy-stock-cost
           move costPerArea to cy-cost-per-area
           write cut-yield-record

           close yieldFile.

       WRITE-AUDIT-TRAIL.
           move "CUTPLAN" to al-program
           move runStartStamp to al-start-stamp
           move PPStat to al-file-status
           move pieceCount to al-recs-read
           move placedCount to al-recs-written
           move oversizeCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
