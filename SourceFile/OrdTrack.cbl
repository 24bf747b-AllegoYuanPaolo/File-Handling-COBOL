       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDTRACK.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select statusFile
                       assign to "ORDER-STATUS.dat"
                       organization is line sequential
                       file status is OSStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select slipFile
                       assign to "PackSlip.dat"
                       organization is line sequential
                       file status is PSStat.

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
               fd statusFile.
                   01 status-line pic x(270).

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd slipFile.
                   01 bufferLine pic x(80).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 OSStat pic xx.
           01 CMStat pic xx.
           01 PSStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           copy "ORDSTAT.cpy".

           01 status-table.
               02 status-entry occurs 1 to 1000 times
                       depending on statusCount
                       indexed by st-idx.
                   03 st-record pic x(270).
           01 statusCount pic 9(4) value 0.
           01 statusEOF pic x value 'N'.
           01 tableFull pic x value 'N'.

      *> Delivered orders are kept this many days after delivery for
      *> enquiries, then dropped when the file is next written back.
           01 keepDays pic 9(3) value 90.
           01 purgeBefore pic 9(8).
           01 purgeInt pic 9(7).
           01 purgeCount pic 9(5) value 0.

      *> Stage order - an order only ever moves to the next one.
           01 stageCodes pic x(5) value "PCKSD".
           01 stageIdx pic 9.
           01 nextStage pic 9.
           01 stageName pic x(13).
           01 nextName pic x(13).

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileChanged pic x value 'N'.
           01 confirmFlag pic x.
           01 custMasterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).

           01 newOrder pic 9(6).
           01 newStatus pic x.
           01 newCarrier pic x(10).
           01 newTracking pic x(20).
           01 foundIdx pic 9(4).
           01 listCount pic 9(4).
           01 movedCount pic 9(5) value 0.
           01 slipCount pic 9(5) value 0.
           01 custName pic x(25).
           01 pieceIdx pic 9(3).
           01 morePieces pic 9(3).

           01 dispArea pic Z,ZZZ,ZZ9.
           01 dispCost pic $Z,ZZZ,ZZ9.99.
           01 dispPieces pic ZZ9.
           01 dispPiece pic ZZ9.
           01 dispWid pic ZZ9.
           01 dispLen pic ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform LOAD-STATUS-FILE
           perform IDENTIFY-OPERATOR

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           else
               display "WARNING: customer master unavailable ("
                   CMStat ") - names not shown"
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform SHOW-ORDER
                   when 2 perform ADVANCE-ORDER
                   when 3 perform REPRINT-PACKING-SLIP
                   when 4 perform LIST-AT-STAGE
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 4."
               end-evaluate
           end-perform

           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if fileChanged = 'Y'
               perform REWRITE-STATUS-FILE
               display "ORDTRACK: ORDER-STATUS.dat rewritten."
           end-if
           if slipCount > 0
               display "ORDTRACK: " slipCount " packing slips written "
                   "- PRTSPOOL prints PackSlip.dat"
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== ORDER FULFILMENT TRACKING ====="
           display "1  Show an order"
           display "2  Move an order to its next stage"
           display "3  Reprint packing slip"
           display "4  List orders at a stage"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       GET-ORDER.
           move 0 to foundIdx
           display "Order number: " with no advancing
           accept newOrder
           perform varying st-idx from 1 by 1
                   until st-idx > statusCount or foundIdx > 0
               if st-record(st-idx)(1:6) = newOrder
                   set foundIdx to st-idx
               end-if
           end-perform
           if foundIdx = 0
               display "Order " newOrder " is not on the order "
                   "status file."
               exit paragraph
           end-if
           move st-record(foundIdx) to order-status-record.

       FIND-STAGE.
           move 0 to stageIdx
           perform varying nextStage from 1 by 1
                   until nextStage > 5 or stageIdx > 0
               if stageCodes(nextStage:1) = os-status
                   move nextStage to stageIdx
               end-if
           end-perform
           move os-status to newStatus
           perform NAME-STAGE
           move nextName to stageName.

       NAME-STAGE.
           evaluate newStatus
               when 'P' move "In production" to nextName
               when 'C' move "Cut" to nextName
               when 'K' move "Packed" to nextName
               when 'S' move "Shipped" to nextName
               when 'D' move "Delivered" to nextName
               when other move "(unknown)" to nextName
           end-evaluate.

       FIND-CUSTOMER-NAME.
           move "(not on customer master)" to custName
           if custMasterOK = 'Y'
               move os-cust to cm-custno
               read customerMaster
                   invalid key continue
                   not invalid key move cm-name to custName
               end-read
           end-if.

       SHOW-ORDER.
           perform GET-ORDER
           if foundIdx = 0
               exit paragraph
           end-if
           perform FIND-STAGE
           perform FIND-CUSTOMER-NAME
           move os-pieces to dispPieces
           move os-area to dispArea
           move os-cost to dispCost
           display "Order " os-order "  customer " os-cust " "
               custName
           display "Status: " stageName "   priced " os-priced-date
           display "Pieces: " dispPieces "  area " dispArea
               "  cost " dispCost
           perform varying nextStage from 1 by 1 until nextStage > 5
               if os-stage-date(nextStage) > 0
                   move stageCodes(nextStage:1) to newStatus
                   perform NAME-STAGE
                   display "  " nextName " " os-stage-date(nextStage)
                       " by " os-stage-user(nextStage)
               end-if
           end-perform
           if os-carrier not = spaces
               display "Carrier: " os-carrier "  tracking "
                   os-tracking
           end-if.

      *> Shipping asks for the carrier and tracking number; packing
      *> prints the slip that goes in the box.
       ADVANCE-ORDER.
           if tableFull = 'Y'
               display "Order status file is over 1000 orders - "
                   "no moves until it is cut back."
               exit paragraph
           end-if
           perform GET-ORDER
           if foundIdx = 0
               exit paragraph
           end-if
           perform FIND-STAGE
           if stageIdx = 0 or stageIdx = 5
               display "Order " os-order " is " stageName
                   " - no further stage."
               exit paragraph
           end-if

           compute nextStage = stageIdx + 1
           move stageCodes(nextStage:1) to newStatus
           perform NAME-STAGE

           if newStatus = 'S'
               display "Carrier: " with no advancing
               accept newCarrier
               if newCarrier = spaces
                   display "Carrier must be given to ship - not moved."
                   exit paragraph
               end-if
               display "Tracking number: " with no advancing
               accept newTracking
           end-if

           display "Move order " os-order " from "
               function trim(stageName) " to "
               function trim(nextName) "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Move discarded - not written."
               exit paragraph
           end-if

           move newStatus to os-status
           move todayDate to os-stage-date(nextStage)
           move currentUser to os-stage-user(nextStage)
           if newStatus = 'S'
               move newCarrier to os-carrier
               move newTracking to os-tracking
           end-if
           move order-status-record to st-record(foundIdx)
           move 'Y' to fileChanged
           add 1 to movedCount
           display "Order " os-order " is now " nextName

           if newStatus = 'K'
               perform PRINT-PACKING-SLIP
           end-if.

       REPRINT-PACKING-SLIP.
           perform GET-ORDER
           if foundIdx = 0
               exit paragraph
           end-if
           if os-stage-date(3) = 0
               display "Order " os-order " is not packed yet."
               exit paragraph
           end-if
           perform PRINT-PACKING-SLIP.

       PRINT-PACKING-SLIP.
           perform FIND-CUSTOMER-NAME
           open input slipFile
           if PSStat = "00"
               close slipFile
               open extend slipFile
           else
               open output slipFile
           end-if

           write bufferLine from
               "================ PACKING SLIP ================"
           move spaces to bufferLine
           string "Order    : " delimited by size
                  os-order delimited by size
                  "      Packed: " delimited by size
                  os-stage-date(3) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Ship to  : " delimited by size
                  os-cust delimited by size
                  " " delimited by size
                  custName delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces
           write bufferLine from "  Piece   Width  Length"

           perform varying pieceIdx from 1 by 1
                   until pieceIdx > os-pieces or pieceIdx > 20
               move pieceIdx to dispPiece
               move os-pc-wid(pieceIdx) to dispWid
               move os-pc-len(pieceIdx) to dispLen
               move spaces to bufferLine
               string "   " delimited by size
                      dispPiece delimited by size
                      "     " delimited by size
                      dispWid delimited by size
                      "     " delimited by size
                      dispLen delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-perform
           if os-pieces > 20
               compute morePieces = os-pieces - 20
               move morePieces to dispPiece
               move spaces to bufferLine
               string "  ... and " delimited by size
                      function trim(dispPiece) delimited by size
                      " more pieces - see the order" delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           move os-pieces to dispPieces
           move os-area to dispArea
           move spaces to bufferLine
           string "Pieces   : " delimited by size
                  function trim(dispPieces) delimited by size
                  "   Total area: " delimited by size
                  function trim(dispArea) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Packed by: " delimited by size
                  os-stage-user(3) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "=============================================="
           write bufferLine from spaces

           close slipFile
           add 1 to slipCount
           display "Packing slip written for order " os-order.

       LIST-AT-STAGE.
           display "Stage (P/C/K/S/D): " with no advancing
           accept newStatus
           perform NAME-STAGE
           move 0 to listCount
           perform varying st-idx from 1 by 1
                   until st-idx > statusCount
               move st-record(st-idx) to order-status-record
               if os-status = newStatus
                   add 1 to listCount
                   move os-pieces to dispPieces
                   display "  " os-order "  cust " os-cust
                       "  priced " os-priced-date
                       "  pieces " dispPieces
               end-if
           end-perform
           if listCount = 0
               display "No orders " function trim(nextName) "."
           end-if.

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

       LOAD-STATUS-FILE.
           open input statusFile
           if OSStat not = "00"
               display "WARNING: ORDER-STATUS.dat not found - "
                   "no orders to track"
               exit paragraph
           end-if

           compute purgeInt = function integer-of-date(todayDate)
               - keepDays
           compute purgeBefore = function date-of-integer(purgeInt)

           perform until statusEOF = 'Y'
               read statusFile
                   at end move 'Y' to statusEOF
                   not at end
                       move status-line to order-status-record
                       evaluate true
                           when os-status = 'D'
                                   and os-stage-date(5) < purgeBefore
                               add 1 to purgeCount
                           when statusCount < 1000
                               add 1 to statusCount
                               move status-line
                                   to st-record(statusCount)
                           when other
                               display "WARNING: order table full "
                                   "(1000) - remaining orders not "
                                   "loaded, lookups only."
                               move 'Y' to statusEOF
                               move 'Y' to tableFull
                       end-evaluate
               end-read
           end-perform

           close statusFile

      *> A part-loaded file cannot be written back without losing the
      *> orders past the table, so nothing is dropped until it fits.
           if purgeCount > 0 and tableFull = 'N'
               move 'Y' to fileChanged
               display "ORDTRACK: " purgeCount " orders delivered "
                   "before " purgeBefore " dropped from the file"
           end-if.

       REWRITE-STATUS-FILE.
           open output statusFile
           perform varying st-idx from 1 by 1
                   until st-idx > statusCount
               move st-record(st-idx) to status-line
               write status-line
           end-perform
           close statusFile.

       WRITE-AUDIT-TRAIL.
           move "ORDTRACK" to al-program
           move runStartStamp to al-start-stamp
           move OSStat to al-file-status
           move statusCount to al-recs-read
           move movedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
