       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEPRT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select quoteFile
                       assign to "QUOTE-FILE.dat"
                       organization is line sequential
                       file status is QFStat.

                   select validityFile
                       assign to "QUOTE-VALID.dat"
                       organization is line sequential
                       file status is QVStat.

                   select termsFile
                       assign to "QUOTE-TERMS.dat"
                       organization is line sequential
                       file status is QTStat.

                   select printedFile
                       assign to "QUOTE-PRINTED.dat"
                       organization is line sequential
                       file status is QPStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select docFile
                       assign to "QuoteDoc.dat"
                       organization is line sequential
                       file status is OFStat.

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
               fd quoteFile.
                   01 quote-record.
                       02 qf-quote   pic 9(6).
                       02 qf-date    pic 9(8).
                       02 qf-shape   pic x.
                       02 qf-result1 pic 9(7)v99.
                       02 qf-result2 pic 9(7)v99.
                       02 qf-cost    pic 9(7)v99.
                       02 qf-status  pic x.
                       02 qf-dim1    pic 9(5)v99.
                       02 qf-dim2    pic 9(5)v99.
                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).

               fd validityFile.
                   01 validity-record.
                       02 qv-days pic 9(3).

               fd termsFile.
                   01 terms-line pic x(70).

      *> One record per quotation printed; a quote already on file
      *> prints as a copy.
               fd printedFile.
                   01 printed-record.
                       02 qp-quote pic 9(6).
                       02 qp-date  pic 9(8).
                       02 qp-user  pic x(8).
                       02 qp-copy  pic x.

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd docFile.
                   01 bufferLine pic x(80).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 QFStat pic xx.
           01 QVStat pic xx.
           01 QTStat pic xx.
           01 QPStat pic xx.
           01 CMStat pic xx.
           01 OFStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

           01 quoteEOF pic x.
           01 termsEOF pic x.
           01 printedEOF pic x.
           01 custMasterOK pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 anotherFlag pic x value 'Y'.
           01 runDate pic 9(8).

           01 lookupQuote pic 9(6).
           01 copyFlag pic x.
           01 validityDays pic 9(3) value 30.
           01 quoteDate pic 9(8).
           01 validUntil pic 9(8).
           01 quoteCust pic 9(6).
           01 quoteState pic x.
           01 lineCount pic 9(3).
           01 lineNo pic 9(3).
           01 shapeName pic x(12).
           01 totalList pic 9(9)v99.
           01 totalCost pic 9(9)v99.
           01 totalSaving pic 9(9)v99.
           01 unpricedCount pic 9(3).

           01 quote-lines.
               02 quote-line occurs 1 to 50 times
                       depending on lineCount
                       indexed by ql-idx.
                   03 ql-record pic x(81).

           01 docCount pic 9(5) value 0.
           01 copyCount pic 9(5) value 0.

           01 dispLine pic Z9.
           01 dispDim1 pic ZZZZ9.99.
           01 dispDim2 pic ZZZZ9.99.
           01 dispResult pic Z,ZZZ,ZZ9.99.
           01 dispList pic $$,$$$,$$9.99.
           01 dispCost pic $$,$$$,$$9.99.
           01 dispTotal pic $$$,$$$,$$9.99.
           01 dispDays pic ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           perform READ-VALIDITY-DAYS
           perform IDENTIFY-OPERATOR

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custMasterOK
           else
               display "WARNING: customer master unavailable ("
                   CMStat ") - quotations print without address"
           end-if

           perform until anotherFlag not = 'Y' and anotherFlag not = 'y'
               perform PRINT-ONE-QUOTE
               display "Another quotation? (Y/N): " with no advancing
               accept anotherFlag
           end-perform

           if custMasterOK = 'Y'
               close customerMaster
           end-if

           if docCount > 0
               display "QUOTEPRT: " docCount " quotations written ("
                   copyCount " copies) - PRTSPOOL prints QuoteDoc.dat"
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       PRINT-ONE-QUOTE.
           display "Quote number: " with no advancing
           accept lookupQuote

           perform LOAD-QUOTE-LINES
           if lineCount = 0
               display "No lines on file for quote " lookupQuote
               exit paragraph
           end-if

           perform CHECK-PRINTED
           if quoteDate not numeric or quoteDate = 0
               move runDate to quoteDate
           end-if
           compute validUntil = function date-of-integer(
               function integer-of-date(quoteDate) + validityDays)

           open input docFile
           if OFStat = "00"
               close docFile
               open extend docFile
           else
               open output docFile
           end-if

           perform WRITE-DOC-HEADING
           perform WRITE-DOC-ADDRESS
           perform WRITE-DOC-LINES
           perform WRITE-DOC-TERMS

           close docFile
           perform LOG-PRINTED

           add 1 to docCount
           if copyFlag = 'Y'
               add 1 to copyCount
               display "Quotation " lookupQuote " reprinted - marked "
                   "COPY."
           else
               display "Quotation " lookupQuote " written."
           end-if.

      *> The quote date is the earliest line's; the customer is the
      *> first account named on any line.
       LOAD-QUOTE-LINES.
           move 0 to lineCount
           move 0 to quoteDate
           move 0 to quoteCust
           move space to quoteState
           move 'N' to quoteEOF
           open input quoteFile
           if QFStat not = "00"
               exit paragraph
           end-if

           perform until quoteEOF = 'Y'
               read quoteFile
                   at end move 'Y' to quoteEOF
                   not at end
                       if qf-quote = lookupQuote and lineCount < 50
                           add 1 to lineCount
                           move quote-record to ql-record(lineCount)
                           if quoteDate = 0 or qf-date < quoteDate
                               move qf-date to quoteDate
                           end-if
                           if quoteCust = 0 and qf-cust numeric
                               move qf-cust to quoteCust
                           end-if
                           if quoteState = space
                                   or qf-status = 'A'
                                   or qf-status = 'V'
                               move qf-status to quoteState
                           end-if
                       end-if
               end-read
           end-perform

           close quoteFile.

       CHECK-PRINTED.
           move 'N' to copyFlag
           move 'N' to printedEOF
           open input printedFile
           if QPStat not = "00"
               exit paragraph
           end-if
           perform until printedEOF = 'Y'
               read printedFile
                   at end move 'Y' to printedEOF
                   not at end
                       if qp-quote = lookupQuote
                           move 'Y' to copyFlag
                           move 'Y' to printedEOF
                       end-if
               end-read
           end-perform
           close printedFile.

       LOG-PRINTED.
           open input printedFile
           if QPStat = "00"
               close printedFile
               open extend printedFile
           else
               open output printedFile
           end-if
           move lookupQuote to qp-quote
           move runDate to qp-date
           move currentUser to qp-user
           move copyFlag to qp-copy
           write printed-record
           close printedFile.

       WRITE-DOC-HEADING.
           write bufferLine from
               "=============================================="
           if copyFlag = 'Y'
               write bufferLine from
                   "            QUOTATION  ***  COPY  ***"
           else
               write bufferLine from
                   "                  QUOTATION"
           end-if
           write bufferLine from
               "=============================================="
           move spaces to bufferLine
           string "Quote number: " delimited by size
                  lookupQuote delimited by size
                  "      Date: " delimited by size
                  quoteDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move validityDays to dispDays
           move spaces to bufferLine
           string "Valid until : " delimited by size
                  validUntil delimited by size
                  "    (" delimited by size
                  function trim(dispDays) delimited by size
                  " days from quote date)" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           evaluate quoteState
               when 'E'
                   write bufferLine from
                       "** This quotation has EXPIRED **"
               when 'L'
                   write bufferLine from
                       "** This quotation has been WITHDRAWN **"
               when other
                   continue
           end-evaluate
           if copyFlag = 'Y'
               move spaces to bufferLine
               string "Copy printed " delimited by size
                      runDate delimited by size
                      " by " delimited by size
                      currentUser delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           write bufferLine from spaces.

       WRITE-DOC-ADDRESS.
           write bufferLine from "To:"
           if quoteCust = 0
               write bufferLine from "   (no account named on quote)"
               write bufferLine from spaces
               exit paragraph
           end-if
           move spaces to cm-name cm-addr1 cm-addr2 cm-addr3
           move spaces to cm-terms
           if custMasterOK = 'Y'
               move quoteCust to cm-custno
               read customerMaster
                   invalid key
                       move "(not on customer master)" to cm-name
               end-read
           end-if
           move spaces to bufferLine
           string "   " delimited by size
                  cm-name delimited by size
                  "  Acct " delimited by size
                  quoteCust delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if cm-addr1 not = spaces
               move spaces to bufferLine
               move cm-addr1 to bufferLine(4:30)
                   write bufferLine
           end-if
           if cm-addr2 not = spaces
               move spaces to bufferLine
               move cm-addr2 to bufferLine(4:30)
                   write bufferLine
           end-if
           if cm-addr3 not = spaces
               move spaces to bufferLine
               move cm-addr3 to bufferLine(4:30)
                   write bufferLine
           end-if
           write bufferLine from spaces.

       WRITE-DOC-LINES.
           move spaces to bufferLine
           move "Ln Shape" to bufferLine(1:8)
           move "Dimensions" to bufferLine(17:10)
           move "Area/Vol" to bufferLine(41:8)
           move "List price" to bufferLine(53:10)
           move "Your price" to bufferLine(67:10)
               write bufferLine
           move all "-" to bufferLine
           move spaces to bufferLine(3:1)
           move spaces to bufferLine(16:1)
           move spaces to bufferLine(36:1)
           move spaces to bufferLine(49:1)
           move spaces to bufferLine(63:1)
           move spaces to bufferLine(77:4)
               write bufferLine

           move 0 to totalList
           move 0 to totalCost
           move 0 to unpricedCount
           perform varying ql-idx from 1 by 1
                   until ql-idx > lineCount
               move ql-record(ql-idx) to quote-record
               perform WRITE-ONE-DOC-LINE
           end-perform

           move spaces to bufferLine
           move all "-" to bufferLine(50:13)
           move all "-" to bufferLine(64:13)
               write bufferLine
           move totalList to dispTotal
           move spaces to bufferLine
           move "Totals" to bufferLine(1:6)
           move dispTotal to bufferLine(49:14)
           move totalCost to dispTotal
           move dispTotal to bufferLine(63:14)
               write bufferLine
           if totalList > totalCost
               compute totalSaving = totalList - totalCost
               move totalSaving to dispTotal
               move spaces to bufferLine
               string "Your discount saves " delimited by size
                      function trim(dispTotal) delimited by size
                      " on list price" delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           if unpricedCount > 0
               write bufferLine from
                   "Lines marked * are priced when the order is cut."
           end-if
           write bufferLine from spaces.

       WRITE-ONE-DOC-LINE.
           evaluate qf-shape
               when 'C' move "Circle" to shapeName
               when 'R' move "Rectangle" to shapeName
               when 'T' move "Triangle" to shapeName
               when 'Z' move "Trapezoid" to shapeName
               when 'G' move "Triangle 3s" to shapeName
               when 'Y' move "Cylinder" to shapeName
               when 'B' move "Box" to shapeName
               when other move "Shape " to shapeName
                   move qf-shape to shapeName(7:1)
           end-evaluate

           set lineNo to ql-idx
           move lineNo to dispLine
           move qf-dim1 to dispDim1
           move qf-dim2 to dispDim2
           move qf-result1 to dispResult
           move spaces to bufferLine
           move dispLine to bufferLine(1:2)
           move shapeName to bufferLine(4:12)
           move dispDim1 to bufferLine(17:8)
           if qf-dim2 > 0
               move "x" to bufferLine(26:1)
               move dispDim2 to bufferLine(28:8)
           end-if
           move dispResult to bufferLine(37:12)
           if qf-list-cost = 0 and qf-cost = 0
               move "*" to bufferLine(62:1)
               add 1 to unpricedCount
           else
               move qf-list-cost to dispList
               move qf-cost to dispCost
               move dispList to bufferLine(50:13)
               move dispCost to bufferLine(64:13)
               add qf-list-cost to totalList
               add qf-cost to totalCost
           end-if
               write bufferLine.

       WRITE-DOC-TERMS.
           write bufferLine from "Terms:"
           if cm-terms not = spaces and quoteCust > 0
               move spaces to bufferLine
               string "   Payment terms: " delimited by size
                      cm-terms delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if
           move 'N' to termsEOF
           open input termsFile
           if QTStat = "00"
               perform until termsEOF = 'Y'
                   read termsFile
                       at end move 'Y' to termsEOF
                       not at end
                           move spaces to bufferLine
                           move terms-line to bufferLine(4:70)
                               write bufferLine
                   end-read
               end-perform
               close termsFile
           else
               write bufferLine from
                   "   Prices exclude sales tax and delivery."
           end-if
           write bufferLine from
               "=============================================="
           write bufferLine from spaces.

       READ-VALIDITY-DAYS.
           open input validityFile
           if QVStat = "00"
               read validityFile
                   at end continue
                   not at end
                       if qv-days > 0
                           move qv-days to validityDays
                       end-if
               end-read
               close validityFile
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

       WRITE-AUDIT-TRAIL.
           move "QUOTEPRT" to al-program
           move runStartStamp to al-start-stamp
           move QFStat to al-file-status
           move 0 to al-recs-read
           move docCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
