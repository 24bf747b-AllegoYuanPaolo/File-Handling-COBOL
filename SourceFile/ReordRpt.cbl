       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select inventoryFile
                       assign to "INVENTORY.dat"
                       organization is indexed
                       access mode is sequential
                       record key is iv-key
                       file status is IVStat.

                   select productFile
                       assign to "PRODUCT-MASTER.dat"
                       organization is line sequential
                       file status is PDStat.

                   select reportFile
                       assign to "ReordRpt.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd inventoryFile.
                   copy "INVENTRY.cpy".

               fd productFile.
                   01 product-record.
                       02 pm-code      pic x(6).
                       02 pm-desc      pic x(20).
                       02 pm-std-price pic 9(3).
                       02 pm-comm      pic x.
                       02 pm-stock     pic x.

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 IVStat pic xx.
           01 PDStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 invEOF pic x value 'N'.
           01 prodEOF pic x value 'N'.

           01 product-table.
               02 product-entry occurs 1 to 100 times
                       depending on prodCount
                       indexed by prod-idx.
                   03 pt-code  pic x(6).
                   03 pt-desc  pic x(20).
                   03 pt-stock pic x.
           01 prodCount pic 9(3) value 0.

           01 prodDesc pic x(20).
           01 prodStocked pic x.
           01 available pic s9(9)v99.
           01 suggestQty pic 9(7)v99.

           01 recsRead pic 9(7) value 0.
           01 reorderCount pic 9(5) value 0.
           01 negativeCount pic 9(5) value 0.

           01 dispOnHand pic Z,ZZZ,ZZ9.99-.
           01 dispOnOrder pic Z,ZZZ,ZZ9.99.
           01 dispPoint pic Z,ZZZ,ZZ9.99.
           01 dispSuggest pic Z,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp

           perform LOAD-PRODUCT-TABLE

           open input inventoryFile
           if IVStat not = "00"
               display "REORDRPT: no inventory file (" IVStat
                   ") - nothing to report"
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER
           perform WRITE-REORDER-LINES
           close inventoryFile

           open input inventoryFile
           perform WRITE-NEGATIVE-LINES
           close inventoryFile

           perform WRITE-REPORT-TOTALS
           close reportFile

           display "REORDRPT: " reorderCount " items to reorder, "
               negativeCount " below zero on hand - see ReordRpt.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-PRODUCT-TABLE.
           open input productFile
           if PDStat not = "00"
               display "WARNING: PRODUCT-MASTER.dat not found - "
                   "descriptions unavailable"
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
                           move pm-stock to pt-stock(prodCount)
                       end-if
               end-read
           end-perform

           close productFile.

      *> A product since made non-stock keeps its old balances;
      *> those are left off the report.
       FIND-PRODUCT.
           move "(not on product master)" to prodDesc
           move 'Y' to prodStocked
           if prodCount > 0
               set prod-idx to 1
               search product-entry
                   at end continue
                   when pt-code(prod-idx) = iv-prod
                       move pt-desc(prod-idx) to prodDesc
                       if pt-stock(prod-idx) = 'N'
                           move 'N' to prodStocked
                       end-if
               end-search
           end-if.

       WRITE-REPORT-HEADER.
           move spaces to bufferLine
           string "===== STOCK REORDER REPORT " delimited by size
                  runStartStamp(1:8) delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces
           write bufferLine from
               "--- At or below reorder point ---"
           move spaces to bufferLine
           string "Prod   Br  Description       "
                      delimited by size
                  "      On hand    On order  Reorder at         Order"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Due when what is on hand and already on order no longer
      *> covers the reorder point; the suggestion is the reorder
      *> quantity, raised if that alone would not clear the point.
       WRITE-REORDER-LINES.
           move 'N' to invEOF
           read inventoryFile next
               at end move 'Y' to invEOF
           end-read

           perform until invEOF = 'Y'
               add 1 to recsRead
               perform FIND-PRODUCT
               compute available = iv-on-hand + iv-on-order
               if prodStocked = 'Y' and iv-reorder-point > 0
                       and available <= iv-reorder-point
                   move iv-reorder-qty to suggestQty
                   if available + suggestQty <= iv-reorder-point
                       compute suggestQty =
                           iv-reorder-point - available + 1
                   end-if
                   perform WRITE-ITEM-LINE
                   add 1 to reorderCount
               end-if
               read inventoryFile next
                   at end move 'Y' to invEOF
               end-read
           end-perform

           if reorderCount = 0
               write bufferLine from "Nothing due for reorder."
           end-if.

       WRITE-NEGATIVE-LINES.
           write bufferLine from spaces
           write bufferLine from
               "--- Sold below zero on hand - receipts not entered? ---"
           move 'N' to invEOF
           read inventoryFile next
               at end move 'Y' to invEOF
           end-read

           perform until invEOF = 'Y'
               perform FIND-PRODUCT
               if prodStocked = 'Y' and iv-on-hand < 0
                   move 0 to suggestQty
                   perform WRITE-ITEM-LINE
                   add 1 to negativeCount
               end-if
               read inventoryFile next
                   at end move 'Y' to invEOF
               end-read
           end-perform

           if negativeCount = 0
               write bufferLine from "No stock below zero."
           end-if.

       WRITE-ITEM-LINE.
           move iv-on-hand to dispOnHand
           move iv-on-order to dispOnOrder
           move iv-reorder-point to dispPoint
           move suggestQty to dispSuggest
           move spaces to bufferLine
           string iv-prod delimited by size
                  " " delimited by size
                  iv-branch delimited by size
                  " " delimited by size
                  prodDesc(1:18) delimited by size
                  dispOnHand delimited by size
                  dispOnOrder delimited by size
                  dispPoint delimited by size
                  into bufferLine
           end-string
           if suggestQty > 0
               move dispSuggest to bufferLine(69:12)
           end-if
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from spaces
           write bufferLine from
               "============================================="
           move reorderCount to dispCount
           move spaces to bufferLine
           string "Items to reorder    : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move negativeCount to dispCount
           move spaces to bufferLine
           string "Below zero on hand  : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "REORDRPT" to al-program
           move runStartStamp to al-start-stamp
           move IVStat to al-file-status
           move recsRead to al-recs-read
           move reorderCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
