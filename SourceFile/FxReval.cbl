       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.

      *> Month-end revaluation of foreign-currency receivables.  Each
      *> open or part-paid AR item billed in a currency other than
      *> base is carried at ar-fx-rate; at the close of the month
      *> just ended its open balance is revalued at that day's
      *> EXCH-RATE.dat rate, the difference is booked to the
      *> journal as exchange gain or loss against trade receivables,
      *> and the item is carried at the new rate from then on - so
      *> a rerun for the same month finds nothing left to book.
       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select glAcctFile
                       assign to "GLACCTS.dat"
                       organization is line sequential
                       file status is GAStat.

                   select journalFile
                       assign to "SEL8-JOURNAL.dat"
                       organization is line sequential
                       file status is JRStat.

                   select reportFile
                       assign to "FxReval.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd glAcctFile.
                   01 glacct-record.
                       02 ga-key     pic x(8).
                       02 ga-account pic 9(8).

               fd journalFile.
                   01 journal-record.
                       02 jr-date    pic 9(8).
                       02 jr-account pic 9(8).
                       02 jr-dc      pic x.
                       02 jr-amount  pic 9(7)v99.
                       02 jr-batch   pic 9(6).
                       02 jr-branch  pic x(3).

               fd reportFile.
                   01 bufferLine pic x(100).

           WORKING-STORAGE SECTION.
           01 ARStat pic xx.
           01 GAStat pic xx.
           01 JRStat pic xx.
           01 OFStat pic xx.

           01 arEOF pic x value 'N'.
           01 glEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.
           01 arChanged pic x value 'N'.

           01 ar-table.
               02 ar-entry occurs 1 to 2000 times
                       depending on arCount
                       indexed by ar-idx.
                   03 at-invoice  pic 9(6).
                   03 at-cust     pic 9(6).
                   03 at-date     pic 9(8).
                   03 at-amount   pic s9(9)v99.
                   03 at-paid     pic s9(9)v99.
                   03 at-status   pic x.
                   03 at-currency pic x(3).
                   03 at-fx-rate  pic 9(4)v9(6).
           01 arCount pic 9(4) value 0.

      *> Trade receivables and the exchange gain/loss account;
      *> GLACCTS.dat overrides the defaults.
           01 glReceivAcct pic 9(8) value 120100.
           01 glFxAcct pic 9(8) value 720100.

           01 runDate pic 9(8).
           01 revalDate pic 9(8).
           01 firstOfMonth pic 9(8).

           copy "FXPRM.cpy".
           01 openBalance pic s9(9)v99.
           01 oldBase pic s9(11)v99.
           01 newBase pic s9(11)v99.
           01 itemDiff pic s9(9)v99.
           01 gainTotal pic s9(9)v99 value 0.
           01 lossTotal pic s9(9)v99 value 0.
           01 netDiff pic s9(9)v99.
           01 revaluedCount pic 9(5) value 0.
           01 noRateCount pic 9(5) value 0.

           01 dispAmount pic ZZZ,ZZZ,ZZ9.99-.
           01 dispDiff pic ZZZ,ZZZ,ZZ9.99-.
           01 dispRate pic ZZZ9.999999.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "PERPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate

      *> The month just closed is revalued as at its last day.
           move runDate to firstOfMonth
           move "01" to firstOfMonth(7:2)
           compute revalDate = function date-of-integer(
               function integer-of-date(firstOfMonth) - 1)

           move revalDate to pc-date
           call "PERCHK" using period-check-parms
           end-call
           if pc-locked = 'Y'
               display "FXREVAL: period " pc-date(1:6)
                   " is closed (signed off by " pc-locked-by
                   ") - nothing revalued."
               move "FXREVAL " to om-program
               move 'E' to om-severity
               move "Revaluation period locked - nothing posted"
                   to om-text
               call "OPERLOG" using oper-msg-parms
               end-call
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-GL-ACCOUNTS
           perform LOAD-AR-TABLE
           if loadTruncated = 'Y'
               display "FXREVAL: AR-OPEN.dat holds more than the "
                   "2000-item work table - nothing revalued."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               if at-currency(ar-idx) not = spaces
                       and (at-status(ar-idx) = 'O'
                            or at-status(ar-idx) = 'P')
                   perform REVALUE-ONE-ITEM
               end-if
           end-perform

           compute netDiff = gainTotal + lossTotal
           if netDiff not = 0
               perform WRITE-FX-JOURNAL
           end-if
           perform WRITE-REPORT-TOTALS
           close reportFile

           if arChanged = 'Y'
               perform REWRITE-AR-FILE
           end-if

           if noRateCount > 0
               move noRateCount to dispCount
               display "WARNING: " function trim(dispCount)
                   " items not revalued - no rate on file for "
                   revalDate
               move 4 to RETURN-CODE
           end-if

           move revaluedCount to dispCount
           move netDiff to dispDiff
           display "FXREVAL: " function trim(dispCount)
               " foreign AR items revalued at " revalDate
               ", net exchange " function trim(dispDiff)
               " - see FxReval.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-GL-ACCOUNTS.
           open input glAcctFile
           if GAStat not = "00"
               exit paragraph
           end-if

           perform until glEOF = 'Y'
               read glAcctFile
                   at end move 'Y' to glEOF
                   not at end
                       evaluate ga-key
                           when "ARTRADE "
                               move ga-account to glReceivAcct
                           when "FXGAIN  "
                               move ga-account to glFxAcct
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           close glAcctFile.

       LOAD-AR-TABLE.
           open input arOpenFile
           if ARStat not = "00"
               exit paragraph
           end-if

           perform until arEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to arEOF
                   not at end
                       if arCount < 2000
                           add 1 to arCount
                           move ar-invoice to at-invoice(arCount)
                           move ar-cust to at-cust(arCount)
                           move ar-date to at-date(arCount)
                           move ar-amount to at-amount(arCount)
                           move ar-paid to at-paid(arCount)
                           move ar-status to at-status(arCount)
                           move ar-currency to at-currency(arCount)
                           move ar-fx-rate to at-fx-rate(arCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to arEOF
                       end-if
               end-read
           end-perform

           close arOpenFile.

      *> An item with no usable carrying rate is simply picked up
      *> at the month-end rate; there is nothing to compare it with.
       REVALUE-ONE-ITEM.
           compute openBalance =
               at-amount(ar-idx) - at-paid(ar-idx)
           if openBalance = 0
               exit paragraph
           end-if

           move at-currency(ar-idx) to fx-currency
           move revalDate to fx-date
           call "FXRATE" using fx-rate-parms
           end-call
           if fx-found not = 'Y'
               add 1 to noRateCount
               move spaces to bufferLine
               string at-invoice(ar-idx) delimited by size
                      "  " delimited by size
                      at-cust(ar-idx) delimited by size
                      "  " delimited by size
                      at-currency(ar-idx) delimited by size
                      "  no rate on file - not revalued"
                          delimited by size
                      into bufferLine
               end-string
               write bufferLine
               exit paragraph
           end-if

           if at-fx-rate(ar-idx) is not numeric
                   or at-fx-rate(ar-idx) = 0
               move fx-rate to at-fx-rate(ar-idx)
               move 'Y' to arChanged
               exit paragraph
           end-if

           compute oldBase rounded = openBalance * at-fx-rate(ar-idx)
           compute newBase rounded = openBalance * fx-rate
           compute itemDiff = newBase - oldBase
           if itemDiff = 0
               exit paragraph
           end-if

           if itemDiff > 0
               add itemDiff to gainTotal
           else
               add itemDiff to lossTotal
           end-if
           add 1 to revaluedCount

           move openBalance to dispAmount
           move at-fx-rate(ar-idx) to dispRate
           move spaces to bufferLine
           string at-invoice(ar-idx) delimited by size
                  "  " delimited by size
                  at-cust(ar-idx) delimited by size
                  "  " delimited by size
                  at-currency(ar-idx) delimited by size
                  dispAmount delimited by size
                  dispRate delimited by size
                  into bufferLine
           end-string
           move fx-rate to dispRate
           move dispRate to bufferLine(50:11)
           move itemDiff to dispDiff
           move dispDiff to bufferLine(62:15)
           write bufferLine

           move fx-rate to at-fx-rate(ar-idx)
           move 'Y' to arChanged.

      *> One net entry for the month: a gain debits receivables and
      *> credits exchange gain/loss, a loss the other way round.
      *> Batch 0 marks a line raised outside the Sel8 batch cycle.
       WRITE-FX-JOURNAL.
           open input journalFile
           if JRStat = "00"
               close journalFile
               open extend journalFile
           else
               open output journalFile
           end-if

           move revalDate to jr-date
           if netDiff < 0
               compute jr-amount = 0 - netDiff
           else
               move netDiff to jr-amount
           end-if
           move 0 to jr-batch
           move spaces to jr-branch

           move glReceivAcct to jr-account
           if netDiff > 0
               move 'D' to jr-dc
           else
               move 'C' to jr-dc
           end-if
           write journal-record

           move glFxAcct to jr-account
           if netDiff > 0
               move 'C' to jr-dc
           else
               move 'D' to jr-dc
           end-if
           write journal-record

           close journalFile.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== FOREIGN AR REVALUATION ====="
           move spaces to bufferLine
           string "Revalued as at: " delimited by size
                  revalDate delimited by size
                  "   Run date: " delimited by size
                  runDate delimited by size
                  into bufferLine
           end-string
           write bufferLine
           write bufferLine from spaces
           move spaces to bufferLine
           move "Invoice Cust    Ccy" to bufferLine(1:19)
           move "Open balance" to bufferLine(23:12)
           move "Carried at" to bufferLine(36:10)
           move "Month end" to bufferLine(52:9)
           move "Gain/loss" to bufferLine(68:9)
           write bufferLine
           move all "-" to bufferLine(1:76)
           write bufferLine.

       WRITE-REPORT-TOTALS.
           move all "-" to bufferLine
           move spaces to bufferLine(77:24)
           write bufferLine
           move gainTotal to dispDiff
           move spaces to bufferLine
           move "Exchange gains" to bufferLine(1:14)
           move dispDiff to bufferLine(62:15)
           write bufferLine
           move lossTotal to dispDiff
           move spaces to bufferLine
           move "Exchange losses" to bufferLine(1:15)
           move dispDiff to bufferLine(62:15)
           write bufferLine
           move netDiff to dispDiff
           move spaces to bufferLine
           move "Net to journal" to bufferLine(1:14)
           move dispDiff to bufferLine(62:15)
           write bufferLine
           if netDiff = 0
               write bufferLine from
                   "Nothing to post for the month."
           end-if.

       REWRITE-AR-FILE.
           open output arOpenFile
           perform varying ar-idx from 1 by 1
                   until ar-idx > arCount
               move at-invoice(ar-idx) to ar-invoice
               move at-cust(ar-idx) to ar-cust
               move at-date(ar-idx) to ar-date
               move at-amount(ar-idx) to ar-amount
               move at-paid(ar-idx) to ar-paid
               move at-status(ar-idx) to ar-status
               move at-currency(ar-idx) to ar-currency
               move at-fx-rate(ar-idx) to ar-fx-rate
               write ar-open-record
           end-perform
           close arOpenFile.

       WRITE-AUDIT-TRAIL.
           move "FXREVAL" to al-program
           move runStartStamp to al-start-stamp
           move ARStat to al-file-status
           move arCount to al-recs-read
           move revaluedCount to al-recs-written
           move noRateCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
