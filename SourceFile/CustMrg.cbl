       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.

      *> Merges a duplicate customer account onto the surviving
      *> number.  Every sale detail line, open item, cash history
      *> line, write-off, unapplied cash item, dunning record, quote,
      *> held order, order, order status record, service contract and
      *> tax exemption certificate carried under the duplicate is
      *> moved to the survivor, the duplicate's balance
      *> is added to the survivor's, and the duplicate is retired
      *> (cm-status M) with a pointer to the survivor.  Each record
      *> moved is journaled through CHGJRNL as an MRG entry so the
      *> merge can be reversed from the change journal.
       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select quoteFile
                       assign to "QUOTE-FILE.dat"
                       organization is line sequential
                       file status is QFStat.

                   select heldFile
                       assign to "HELD-ORDERS.dat"
                       organization is line sequential
                       file status is HOStat.

                   select rectFile
                       assign to "SEQ9-RECTANGLES.dat"
                       organization is line sequential
                       file status is RFStat.

                   select orderStatusFile
                       assign to "ORDER-STATUS.dat"
                       organization is line sequential
                       file status is OSStat.

                   select cashHistFile
                       assign to "CASH-HIST.dat"
                       organization is line sequential
                       file status is CHStat.

                   select writeoffFile
                       assign to "WRITEOFF.dat"
                       organization is line sequential
                       file status is WOStat.

                   select unappliedFile
                       assign to "UNAPPLIED-CASH.dat"
                       organization is line sequential
                       file status is UAStat.

                   select dunningFile
                       assign to "DUNNING.dat"
                       organization is line sequential
                       file status is DNStat.

                   select contractFile
                       assign to "SERVICE-CONTRACT.dat"
                       organization is line sequential
                       file status is SCStat.

                   select exemptFile
                       assign to "TAX-EXEMPT.dat"
                       organization is line sequential
                       file status is TEStat.

                   select changeJrnlFile
                       assign to "CHANGE-JOURNAL.dat"
                       organization is line sequential
                       file status is CJStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd arOpenFile.
                   copy "AR-OPEN.cpy".

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

               fd heldFile.
                   copy "HELD-ORDER.cpy".

               fd rectFile.
                   01 rect-record.
                       02 r-order pic 9(6).
                       02 r-wid pic 9(3).
                       02 r-len pic 9(3).
                       02 r-cust pic 9(6).
                       02 r-snum pic 9(6).
                       02 r-branch pic x(3).

               fd orderStatusFile.
                   copy "ORDSTAT.cpy".

               fd cashHistFile.
                   copy "CASHHIST.cpy".

               fd writeoffFile.
                   copy "WRITEOFF.cpy".

               fd unappliedFile.
                   copy "UNAPPLD.cpy".

               fd dunningFile.
                   copy "DUNNING.cpy".

               fd contractFile.
                   copy "SVCCONTR.cpy".

               fd exemptFile.
                   copy "TAXEXMPT.cpy".

               fd changeJrnlFile.
                   copy "CHGJRNL.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CMStat pic xx.
           01 SDStat pic xx.
           01 ARStat pic xx.
           01 QFStat pic xx.
           01 HOStat pic xx.
           01 RFStat pic xx.
           01 OSStat pic xx.
           01 CHStat pic xx.
           01 WOStat pic xx.
           01 UAStat pic xx.
           01 DNStat pic xx.
           01 SCStat pic xx.
           01 TEStat pic xx.
           01 CJStat pic xx.
           01 AuditStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 confirmFlag pic x.
           01 dupCust pic 9(6).
           01 survivorCust pic 9(6).
           01 fromCust pic 9(6).
           01 toCust pic 9(6).
           01 dupName pic x(25).
           01 dupCurrency pic x(3).
           01 movedBalance pic s9(7)v99.
           01 dispBalance pic $Z,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

      *> M while merging, U while reversing - also the cj-action
      *> written on each MRG journal entry.
           01 moveAction pic x.
      *> Y on the first pass, which only proves every file fits the
      *> work table before anything is changed.
           01 checkOnly pic x.
           01 loadTruncated pic x.
           01 fileEOF pic x.
           01 fileChanged pic x.
           01 moveIt pic x.
           01 recNo pic 9(7).
           01 movedCount pic 9(5) value 0.
           01 notFoundCount pic 9(5).

      *> One file at a time is loaded here, moved, and written back.
           01 file-table.
               02 file-entry occurs 1 to 5000 times
                       depending on fileCount
                       indexed by fil-idx.
                   03 fl-record pic x(270).
           01 fileCount pic 9(4) value 0.

      *> What CHGJRNL is given for each record moved: which file,
      *> its position there, the fields that identify it, and the
      *> customer numbers it moved between.
           01 merge-move.
               02 mv-file   pic x(4).
               02 mv-recno  pic 9(7).
               02 mv-ident  pic x(20).
               02 mv-from   pic 9(6).
               02 mv-to     pic 9(6).
           01 checkIdent pic x(20).

      *> Moves of the merge being reversed, gathered off the journal.
           01 reverse-table.
               02 reverse-entry occurs 1 to 5000 times
                       depending on reverseCount
                       indexed by rev-idx.
                   03 rv-file  pic x(4).
                   03 rv-recno pic 9(7).
                   03 rv-ident pic x(20).
                   03 rv-done  pic x.
           01 reverseCount pic 9(4) value 0.
           01 reverseTruncated pic x.
           01 lastMrgAction pic x.
           01 jrnlEOF pic x.
           01 preMergeImage pic x(300).
           01 preMergeFound pic x.

           01 beforeImage pic x(300).
           01 auditAction pic x(8).

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "CHGPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           open i-o customerMaster
           if CMStat not = "00"
               display "ERROR: cannot open customer master " CMStat
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform MERGE-CUSTOMERS
                   when 2 perform REVERSE-MERGE
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 2."
               end-evaluate
           end-perform

           close customerMaster

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== CUSTOMER MERGE ====="
           display "1  Merge a duplicate into the surviving account"
           display "2  Reverse a merge"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       MERGE-CUSTOMERS.
           display "Duplicate customer number to retire: "
               with no advancing
           accept dupCust
           move dupCust to cm-custno
           read customerMaster
               invalid key
                   display "No customer record found for " dupCust
                   exit paragraph
           end-read
           if cm-status = 'M'
               display "Customer " dupCust " is already merged into "
                   cm-merged-into "."
               exit paragraph
           end-if
           move cm-name to dupName
           move cm-currency to dupCurrency
           move cm-balance to movedBalance

           display "Surviving customer number: " with no advancing
           accept survivorCust
           if survivorCust = dupCust
               display "Survivor must be a different account."
               exit paragraph
           end-if
           move survivorCust to cm-custno
           read customerMaster
               invalid key
                   display "No customer record found for "
                       survivorCust
                   exit paragraph
           end-read
           if cm-status = 'M'
               display "Customer " survivorCust " is itself merged "
                   "into " cm-merged-into " - merge onto that one."
               exit paragraph
           end-if
      *> Balances and open items are in the billing currency, so
      *> only accounts billed alike can be combined.
           if cm-currency not = dupCurrency
               display "Customer " dupCust " is billed in '"
                   dupCurrency "' and " survivorCust " in '"
                   cm-currency "' - cannot merge."
               exit paragraph
           end-if

           move movedBalance to dispBalance
           display "Retire:   " dupCust " " dupName
               " balance " dispBalance
           move cm-balance to dispBalance
           display "Survivor: " survivorCust " " cm-name
               " balance " dispBalance
           display "Confirm merge of " dupCust " into " survivorCust
               "? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Merge discarded - nothing moved."
               exit paragraph
           end-if

           move dupCust to fromCust
           move survivorCust to toCust
           move 'M' to moveAction
           perform MOVE-ALL-FILES
           if loadTruncated = 'Y'
               display "Merge abandoned - nothing moved."
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           move survivorCust to cm-custno
           read customerMaster
               invalid key
                   display "ERROR: survivor " survivorCust
                       " no longer on file " CMStat
                   move 8 to RETURN-CODE
                   exit paragraph
           end-read
           move customer-master-record to beforeImage
           add movedBalance to cm-balance
           perform REWRITE-CUSTOMER

           move dupCust to cm-custno
           read customerMaster
               invalid key
                   display "ERROR: duplicate " dupCust
                       " no longer on file " CMStat
                   move 8 to RETURN-CODE
                   exit paragraph
           end-read
           move customer-master-record to beforeImage
           move 'M' to cm-status
           move function current-date(1:8) to cm-status-date
           move survivorCust to cm-merged-into
           move 0 to cm-balance
           perform REWRITE-CUSTOMER

           move movedCount to dispCount
           display "Customer " dupCust " merged into " survivorCust
               " - " function trim(dispCount) " records moved."
           move "MERGE" to auditAction
           perform WRITE-MERGE-AUDIT.

      *> The journal is read from the top; a run of M entries for
      *> the retired number that follows its last reversal (U) is
      *> the merge in force.  The CUS entry that retired it carries
      *> the account as it stood before the merge.
       REVERSE-MERGE.
           display "Retired customer number to reinstate: "
               with no advancing
           accept dupCust
           move dupCust to cm-custno
           read customerMaster
               invalid key
                   display "No customer record found for " dupCust
                   exit paragraph
           end-read
           if cm-status not = 'M'
               display "Customer " dupCust " has not been merged."
               exit paragraph
           end-if
           move cm-merged-into to survivorCust

           perform GATHER-MERGE-MOVES
           if preMergeFound not = 'Y'
               display "No merge of " dupCust " on the change "
                   "journal - cannot reverse."
               exit paragraph
           end-if
           if reverseTruncated = 'Y'
               display "Merge of " dupCust " moved more records "
                   "than the work table holds - cannot reverse."
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           move preMergeImage to customer-master-record
           move cm-balance to movedBalance
           move reverseCount to dispCount
           display "Reinstate " dupCust " " cm-name
               " from survivor " survivorCust
           move movedBalance to dispBalance
           display function trim(dispCount) " records to move back,"
               " balance " dispBalance
           display "Confirm reversal? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Reversal discarded - nothing moved."
               exit paragraph
           end-if

           move survivorCust to fromCust
           move dupCust to toCust
           move 'U' to moveAction
           perform MOVE-ALL-FILES
           if loadTruncated = 'Y'
               display "Reversal abandoned - nothing moved."
               move 8 to RETURN-CODE
               exit paragraph
           end-if
           perform varying rev-idx from 1 by 1
                   until rev-idx > reverseCount
               if rv-done(rev-idx) not = 'Y'
                   add 1 to notFoundCount
               end-if
           end-perform

      *> The closing U entry marks the merge as reversed even when
      *> no record was left to move back.
           move "END " to mv-file
           move 0 to mv-recno
           move spaces to mv-ident
           move fromCust to mv-from
           move toCust to mv-to
           perform JOURNAL-MOVE

           move survivorCust to cm-custno
           read customerMaster
               invalid key
                   display "ERROR: survivor " survivorCust
                       " no longer on file " CMStat
                   move 8 to RETURN-CODE
                   exit paragraph
           end-read
           move customer-master-record to beforeImage
           subtract movedBalance from cm-balance
           perform REWRITE-CUSTOMER

           move dupCust to cm-custno
           read customerMaster
               invalid key
                   display "ERROR: retired " dupCust
                       " no longer on file " CMStat
                   move 8 to RETURN-CODE
                   exit paragraph
           end-read
           move customer-master-record to beforeImage
           move preMergeImage to customer-master-record
           move 0 to cm-merged-into
           perform REWRITE-CUSTOMER

           move movedCount to dispCount
           display "Customer " dupCust " reinstated - "
               function trim(dispCount) " records moved back."
           if notFoundCount > 0
               move notFoundCount to dispCount
               display function trim(dispCount) " merged records "
                   "no longer on file as merged - left as they are."
           end-if
           move "UNMERGE" to auditAction
           perform WRITE-MERGE-AUDIT.

       GATHER-MERGE-MOVES.
           move 0 to reverseCount
           move 'N' to reverseTruncated
           move 'N' to preMergeFound
           move space to lastMrgAction
           move 'N' to jrnlEOF

           open input changeJrnlFile
           if CJStat not = "00"
               exit paragraph
           end-if

           perform until jrnlEOF = 'Y'
               read changeJrnlFile
                   at end move 'Y' to jrnlEOF
                   not at end
                       if cg-key = dupCust
                           perform TAKE-JOURNAL-ENTRY
                       end-if
               end-read
           end-perform

           close changeJrnlFile.

       TAKE-JOURNAL-ENTRY.
           if cg-master = "CUS" and cg-action = 'C'
               move cg-after to customer-master-record
               if cm-status = 'M'
                   move cg-before to customer-master-record
                   if cm-status not = 'M'
                       move cg-before to preMergeImage
                       move 'Y' to preMergeFound
                   end-if
               end-if
               exit paragraph
           end-if

           if cg-master not = "MRG"
               exit paragraph
           end-if

           if cg-action = 'M'
               if lastMrgAction = 'U'
                   move 0 to reverseCount
                   move 'N' to reverseTruncated
               end-if
               move cg-before to merge-move
               if reverseCount < 5000
                   add 1 to reverseCount
                   move mv-file to rv-file(reverseCount)
                   move mv-recno to rv-recno(reverseCount)
                   move mv-ident to rv-ident(reverseCount)
                   move 'N' to rv-done(reverseCount)
               else
                   move 'Y' to reverseTruncated
               end-if
           end-if
           move cg-action to lastMrgAction.

      *> First pass proves every file fits before any is touched;
      *> the second moves the records and writes each file back.
       MOVE-ALL-FILES.
           move 0 to movedCount
           move 0 to notFoundCount
           move 'N' to loadTruncated
           move 'Y' to checkOnly
           perform MOVE-SALE-DETAIL
           perform MOVE-AR-OPEN
           perform MOVE-CASH-HISTORY
           perform MOVE-WRITEOFFS
           perform MOVE-UNAPPLIED-CASH
           perform MOVE-DUNNING
           perform MOVE-QUOTES
           perform MOVE-HELD-ORDERS
           perform MOVE-ORDERS
           perform MOVE-ORDER-STATUS
           perform MOVE-SERVICE-CONTRACTS
           perform MOVE-TAX-EXEMPTIONS
           if loadTruncated = 'Y'
               exit paragraph
           end-if

           move 'N' to checkOnly
           perform MOVE-SALE-DETAIL
           perform MOVE-AR-OPEN
           perform MOVE-CASH-HISTORY
           perform MOVE-WRITEOFFS
           perform MOVE-UNAPPLIED-CASH
           perform MOVE-DUNNING
           perform MOVE-QUOTES
           perform MOVE-HELD-ORDERS
           perform MOVE-ORDERS
           perform MOVE-ORDER-STATUS
           perform MOVE-SERVICE-CONTRACTS
           perform MOVE-TAX-EXEMPTIONS.

       MOVE-SALE-DETAIL.
           move 0 to fileCount
           move 'N' to fileEOF
           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move sale-detail-record
                               to fl-record(fileCount)
                       else
                           display "SEL8-SALEDTL.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close saleDetailFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "SDTL" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to sale-detail-record
               move spaces to checkIdent
               move sd-batch to checkIdent(1:6)
               move sd-snum to checkIdent(7:6)
               move sd-prod to checkIdent(13:6)
               move sd-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to sd-cust
                   move sale-detail-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output saleDetailFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to sale-detail-record
                   write sale-detail-record
               end-perform
               close saleDetailFile
           end-if.

       MOVE-AR-OPEN.
           move 0 to fileCount
           move 'N' to fileEOF
           open input arOpenFile
           if ARStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move ar-open-record to fl-record(fileCount)
                       else
                           display "AR-OPEN.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close arOpenFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "AROP" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to ar-open-record
               move spaces to checkIdent
               move ar-invoice to checkIdent(1:6)
               move ar-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to ar-cust
                   move ar-open-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output arOpenFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to ar-open-record
                   write ar-open-record
               end-perform
               close arOpenFile
           end-if.

       MOVE-CASH-HISTORY.
           move 0 to fileCount
           move 'N' to fileEOF
           open input cashHistFile
           if CHStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read cashHistFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move cash-history-record
                               to fl-record(fileCount)
                       else
                           display "CASH-HIST.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close cashHistFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "CASH" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to cash-history-record
               move spaces to checkIdent
               move ch-invoice to checkIdent(1:6)
               move ch-date to checkIdent(7:8)
               move ch-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to ch-cust
                   move cash-history-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output cashHistFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to cash-history-record
                   write cash-history-record
               end-perform
               close cashHistFile
           end-if.

       MOVE-WRITEOFFS.
           move 0 to fileCount
           move 'N' to fileEOF
           open input writeoffFile
           if WOStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read writeoffFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move writeoff-record
                               to fl-record(fileCount)
                       else
                           display "WRITEOFF.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close writeoffFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "WOFF" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to writeoff-record
               move spaces to checkIdent
               move wo-invoice to checkIdent(1:6)
               move wo-req-date to checkIdent(7:8)
               move wo-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to wo-cust
                   move writeoff-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output writeoffFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to writeoff-record
                   write writeoff-record
               end-perform
               close writeoffFile
           end-if.

       MOVE-UNAPPLIED-CASH.
           move 0 to fileCount
           move 'N' to fileEOF
           open input unappliedFile
           if UAStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read unappliedFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move unapplied-record
                               to fl-record(fileCount)
                       else
                           display "UNAPPLIED-CASH.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close unappliedFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "UNAP" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to unapplied-record
               move spaces to checkIdent
               move ua-ref to checkIdent(1:6)
               move ua-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to ua-cust
                   move unapplied-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output unappliedFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to unapplied-record
                   write unapplied-record
               end-perform
               close unappliedFile
           end-if.

       MOVE-DUNNING.
           move 0 to fileCount
           move 'N' to fileEOF
           open input dunningFile
           if DNStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read dunningFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move dunning-record
                               to fl-record(fileCount)
                       else
                           display "DUNNING.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close dunningFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "DUNN" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to dunning-record
               move spaces to checkIdent
               move dn-invoice to checkIdent(1:6)
               move dn-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to dn-cust
                   move dunning-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output dunningFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to dunning-record
                   write dunning-record
               end-perform
               close dunningFile
           end-if.

       MOVE-QUOTES.
           move 0 to fileCount
           move 'N' to fileEOF
           open input quoteFile
           if QFStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read quoteFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move quote-record to fl-record(fileCount)
                       else
                           display "QUOTE-FILE.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close quoteFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "QUOT" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to quote-record
               move spaces to checkIdent
               move qf-quote to checkIdent(1:6)
               move qf-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to qf-cust
                   move quote-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output quoteFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to quote-record
                   write quote-record
               end-perform
               close quoteFile
           end-if.

       MOVE-HELD-ORDERS.
           move 0 to fileCount
           move 'N' to fileEOF
           open input heldFile
           if HOStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read heldFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move held-order-record
                               to fl-record(fileCount)
                       else
                           display "HELD-ORDERS.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close heldFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "HELD" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to held-order-record
               move spaces to checkIdent
               move ho-order to checkIdent(1:6)
               move ho-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to ho-cust
                   move held-order-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output heldFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to held-order-record
                   write held-order-record
               end-perform
               close heldFile
           end-if.

       MOVE-ORDERS.
           move 0 to fileCount
           move 'N' to fileEOF
           open input rectFile
           if RFStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read rectFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move rect-record to fl-record(fileCount)
                       else
                           display "SEQ9-RECTANGLES.dat holds more "
                               "than the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close rectFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "RECT" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to rect-record
               move spaces to checkIdent
               move r-order to checkIdent(1:6)
               move r-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to r-cust
                   move rect-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output rectFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to rect-record
                   write rect-record
               end-perform
               close rectFile
           end-if.

       MOVE-ORDER-STATUS.
           move 0 to fileCount
           move 'N' to fileEOF
           open input orderStatusFile
           if OSStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read orderStatusFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move order-status-record
                               to fl-record(fileCount)
                       else
                           display "ORDER-STATUS.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close orderStatusFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "OSTA" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to order-status-record
               move spaces to checkIdent
               move os-order to checkIdent(1:6)
               move os-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to os-cust
                   move order-status-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output orderStatusFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to order-status-record
                   write order-status-record
               end-perform
               close orderStatusFile
           end-if.

       MOVE-SERVICE-CONTRACTS.
           move 0 to fileCount
           move 'N' to fileEOF
           open input contractFile
           if SCStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read contractFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move service-contract-record
                               to fl-record(fileCount)
                       else
                           display "SERVICE-CONTRACT.dat holds more "
                               "than the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close contractFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "SVCC" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to service-contract-record
               move spaces to checkIdent
               move sc-contract to checkIdent(1:6)
               move sc-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to sc-cust
                   move service-contract-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output contractFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to service-contract-record
                   write service-contract-record
               end-perform
               close contractFile
           end-if.

       MOVE-TAX-EXEMPTIONS.
           move 0 to fileCount
           move 'N' to fileEOF
           open input exemptFile
           if TEStat not = "00"
               exit paragraph
           end-if
           perform until fileEOF = 'Y'
               read exemptFile
                   at end move 'Y' to fileEOF
                   not at end
                       if fileCount < 5000
                           add 1 to fileCount
                           move tax-exempt-record
                               to fl-record(fileCount)
                       else
                           display "TAX-EXEMPT.dat holds more than "
                               "the 5000-record work table."
                           move 'Y' to loadTruncated
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close exemptFile
           if checkOnly = 'Y'
               exit paragraph
           end-if

           move "TAXX" to mv-file
           move 'N' to fileChanged
           perform varying fil-idx from 1 by 1
                   until fil-idx > fileCount
               move fl-record(fil-idx) to tax-exempt-record
               move spaces to checkIdent
               move te-juris to checkIdent(1:4)
               move te-cert to checkIdent(5:15)
               move te-cust to mv-from
               perform DECIDE-MOVE
               if moveIt = 'Y'
                   move toCust to te-cust
                   move tax-exempt-record to fl-record(fil-idx)
               end-if
           end-perform

           if fileChanged = 'Y'
               open output exemptFile
               perform varying fil-idx from 1 by 1
                       until fil-idx > fileCount
                   move fl-record(fil-idx) to tax-exempt-record
                   write tax-exempt-record
               end-perform
               close exemptFile
           end-if.

      *> mv-file and mv-from are set by the caller.  A merge moves
      *> everything under the duplicate; a reversal moves back only
      *> the records the merge moved, found at the same position
      *> with the same identity and still under the survivor.
       DECIDE-MOVE.
           move 'N' to moveIt
           if mv-from not = fromCust
               exit paragraph
           end-if
           set recNo to fil-idx

           if moveAction = 'M'
               move 'Y' to moveIt
           else
               perform varying rev-idx from 1 by 1
                       until rev-idx > reverseCount
                       or moveIt = 'Y'
                   if rv-file(rev-idx) = mv-file
                           and rv-recno(rev-idx) = recNo
                           and rv-ident(rev-idx) = checkIdent
                           and rv-done(rev-idx) not = 'Y'
                       move 'Y' to rv-done(rev-idx)
                       move 'Y' to moveIt
                   end-if
               end-perform
           end-if

           if moveIt = 'Y'
               move recNo to mv-recno
               move checkIdent to mv-ident
               move toCust to mv-to
               move 'Y' to fileChanged
               add 1 to movedCount
               perform JOURNAL-MOVE
           end-if.

       JOURNAL-MOVE.
           move "MRG" to cj-master
           move moveAction to cj-action
           move dupCust to cj-key
           move merge-move to cj-before
           move merge-move to cj-after
           call "CHGJRNL" using change-journal-parms
           end-call.

      *> beforeImage holds the record as read; the record area holds
      *> it as it is to be written.
       REWRITE-CUSTOMER.
           rewrite customer-master-record
               invalid key
                   display "ERROR: rewrite of " cm-custno
                       " failed " CMStat
                   move 8 to RETURN-CODE
               not invalid key
                   move "CUS" to cj-master
                   move 'C' to cj-action
                   move cm-custno to cj-key
                   move beforeImage to cj-before
                   move customer-master-record to cj-after
                   call "CHGJRNL" using change-journal-parms
                   end-call
           end-rewrite.

       WRITE-MERGE-AUDIT.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move movedCount to dispCount
           move spaces to audit-line
           string "CUSTMRG  " delimited by size
                  auditAction delimited by size
                  " " delimited by size
                  dupCust delimited by size
                  " SURVIVOR " delimited by size
                  survivorCust delimited by size
                  " RECORDS " delimited by size
                  dispCount delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       WRITE-AUDIT-TRAIL.
           move "CUSTMRG" to al-program
           move runStartStamp to al-start-stamp
           move CMStat to al-file-status
           move 0 to al-recs-read
           move movedCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.
