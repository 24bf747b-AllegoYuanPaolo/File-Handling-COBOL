       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRPT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select contestFile
                       assign to "CONTEST-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is ct-id
                       file status is CTStat.

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select payCalFile
                       assign to "PAYCAL.dat"
                       organization is line sequential
                       file status is PCStat.

                   select payrollFile
                       assign to "SEL8-PAYROLL.dat"
                       organization is line sequential
                       file status is PRStat.

                   select reportFile
                       assign to "ContRpt.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd contestFile.
                   copy "CONTEST.cpy".

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd payCalFile.
                   01 paycal-record.
                       02 ca-period pic 9(6).
                       02 ca-start  pic 9(8).
                       02 ca-end    pic 9(8).
                       02 ca-status pic x.

               fd payrollFile.
                   01 payroll-record.
                       02 pr-emp-number pic 9(6).
                       02 pr-pay-period pic 9(6).
                       02 pr-gross-amt  pic 9(7)v99.
                       02 pr-deduct-amt pic 9(7)v99.
                       02 pr-net-amt    pic 9(7)v99.
                       02 pr-type       pic x.
                       02 pr-sign       pic x.
                       02 pr-sent       pic x.
                       02 pr-batch      pic 9(6).
                       02 pr-branch     pic x(3).

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CTStat pic xx.
           01 SDStat pic xx.
           01 EMStat pic xx.
           01 PCStat pic xx.
           01 PRStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 runDate pic 9(8).
           01 payPeriod pic 9(6).
           01 payCalEOF pic x.
           01 periodOkFlag pic x value 'Y'.
           01 periodFound pic x.
           01 masterOK pic x value 'N'.
           01 payrollOpen pic x value 'N'.

           01 contestEOF pic x value 'N'.
           01 detailEOF pic x.
           01 reportMode pic x.

           01 rank-table.
               02 rank-entry occurs 1 to 200 times
                       depending on rankCount
                       indexed by rk-idx.
                   03 rk-snum   pic 9(6).
                   03 rk-units  pic s9(7)v99.
                   03 rk-amount pic s9(9)v99.
           01 rankCount pic 9(3) value 0.
           01 hold-entry pic x(26).
           01 swapFlag pic x.
           01 sortPass pic 9(3).
           01 rankFound pic x.

           01 crSnum pic 9(6).
           01 lineRegion pic x(4).
           01 crUnits pic s9(7)v99.
           01 crAmount pic s9(9)v99.
           01 lineUnits pic s9(7)v99.
           01 lineAmount pic s9(9)v99.
           01 shareUnits pic s9(7)v99.
           01 shareAmount pic s9(9)v99.

           01 tiedCount pic 9(3).
           01 prizeShare pic 9(7)v99.
           01 dedAmt pic 9(7)v99.
           copy "WHPRM.cpy".

           01 contestsShown pic 9(3) value 0.
           01 contestsFinal pic 9(3) value 0.
           01 prizesPaid pic 9(3) value 0.

           01 dispRank pic ZZ9.
           01 dispUnits pic ZZZ,ZZ9.99-.
           01 dispAmount pic $ZZ,ZZZ,ZZ9.99-.
           01 dispPrize pic $Z,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to runDate
           move runDate(1:6) to payPeriod

           open i-o contestFile
           if CTStat not = "00"
               display "CONTRPT: no contest master on file ("
                   CTStat ") - nothing to report"
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to masterOK
           else
               display "WARNING: employee master unavailable ("
                   EMStat ") - region contests cannot be ranked"
           end-if

           perform CHECK-PERIOD-OPEN

           open output reportFile
           move spaces to bufferLine
           string "===== SALES CONTEST STANDINGS AND RESULTS "
                      delimited by size
                  runDate delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           perform until contestEOF = 'Y'
               read contestFile next
                   at end move 'Y' to contestEOF
                   not at end perform REPORT-ONE-CONTEST
               end-read
           end-perform

           if contestsShown = 0
               write bufferLine from
                   "No contest running or awaiting final results."
           end-if

           close reportFile
           close contestFile
           if masterOK = 'Y'
               close employeeMaster
           end-if
           if payrollOpen = 'Y'
               close payrollFile
           end-if

           display "CONTRPT: " contestsShown " contests reported, "
               contestsFinal " finalised, " prizesPaid
               " prizes paid - see ContRpt.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

      *> Running contests get standings; a contest past its last
      *> day gets its final results once, and is then marked F.
       REPORT-ONE-CONTEST.
           if ct-start > runDate or ct-status = 'F'
               exit paragraph
           end-if
           if runDate > ct-end
               move 'F' to reportMode
           else
               move 'S' to reportMode
           end-if

           move 0 to rankCount
           perform TALLY-CONTEST
           perform SORT-RANK-TABLE
           perform WRITE-CONTEST-SECTION
           add 1 to contestsShown

           if reportMode = 'F'
               perform FINALISE-CONTEST
           end-if.

       TALLY-CONTEST.
           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if

           move 'N' to detailEOF
           perform until detailEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to detailEOF
                   not at end
                       if sd-date >= ct-start and sd-date <= ct-end
                           perform TALLY-ONE-LINE
                       end-if
               end-read
           end-perform

           close saleDetailFile.

      *> Per-unit contests count units and the bonus Sel8 accrued;
      *> region contests rank net sales.  A split line is shared
      *> the way Sel8 shared it, and a return counts against.
      *> A region contest counts the line in the region stamped on
      *> it when it was earned; unstamped lines go by the rep's
      *> current region.
       TALLY-ONE-LINE.
           move sd-region to lineRegion
           if ct-rule = 'U'
               if sd-prod not = ct-prod
                   exit paragraph
               end-if
               move sd-usold to lineUnits
               compute lineAmount = sd-usold * ct-unit-bonus
           else
               move sd-usold to lineUnits
               move sd-amount to lineAmount
               if lineAmount < 0
                   compute lineAmount = 0 - lineAmount
               end-if
           end-if
           if sd-type = 'R'
               compute lineUnits = 0 - lineUnits
               compute lineAmount = 0 - lineAmount
           end-if

           if sd-split-snum > 0 and sd-split-pct > 0
                   and sd-split-pct < 100
               compute shareUnits rounded =
                   lineUnits * sd-split-pct / 100
               compute shareAmount rounded =
                   lineAmount * sd-split-pct / 100
               move sd-split-snum to crSnum
               move shareUnits to crUnits
               move shareAmount to crAmount
               perform CREDIT-ONE-REP
               compute lineUnits = lineUnits - shareUnits
               compute lineAmount = lineAmount - shareAmount
           end-if
           move sd-snum to crSnum
           move lineUnits to crUnits
           move lineAmount to crAmount
           perform CREDIT-ONE-REP.

       CREDIT-ONE-REP.
           if ct-rule = 'T'
               if lineRegion = spaces
                   if masterOK not = 'Y'
                       exit paragraph
                   end-if
                   move crSnum to em-snum
                   read employeeMaster
                       invalid key
                           exit paragraph
                   end-read
                   if em-region not = ct-region
                       exit paragraph
                   end-if
               else
                   if lineRegion not = ct-region
                       exit paragraph
                   end-if
               end-if
           end-if

           move 'N' to rankFound
           perform varying rk-idx from 1 by 1
                   until rk-idx > rankCount or rankFound = 'Y'
               if rk-snum(rk-idx) = crSnum
                   move 'Y' to rankFound
                   add crUnits to rk-units(rk-idx)
                   add crAmount to rk-amount(rk-idx)
               end-if
           end-perform

           if rankFound = 'N'
               if rankCount < 200
                   add 1 to rankCount
                   move crSnum to rk-snum(rankCount)
                   move crUnits to rk-units(rankCount)
                   move crAmount to rk-amount(rankCount)
               else
                   display "WARNING: standings table full (200) - "
                       crSnum " not ranked in " ct-id
               end-if
           end-if.

       SORT-RANK-TABLE.
           move 'Y' to swapFlag
           perform until swapFlag = 'N'
               move 'N' to swapFlag
               perform varying sortPass from 1 by 1
                       until sortPass >= rankCount
                   if rk-amount(sortPass) < rk-amount(sortPass + 1)
                       move rank-entry(sortPass) to hold-entry
                       move rank-entry(sortPass + 1)
                           to rank-entry(sortPass)
                       move hold-entry to rank-entry(sortPass + 1)
                       move 'Y' to swapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-CONTEST-SECTION.
           move spaces to bufferLine
           if reportMode = 'F'
               string "FINAL RESULTS  " delimited by size
                      ct-id delimited by size
                      "  " delimited by size
                      ct-desc delimited by size
                      into bufferLine
               end-string
           else
               string "STANDINGS      " delimited by size
                      ct-id delimited by size
                      "  " delimited by size
                      ct-desc delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine

           move spaces to bufferLine
           if ct-rule = 'U'
               string "Runs " delimited by size
                      ct-start delimited by size
                      " to " delimited by size
                      ct-end delimited by size
                      " | bonus per unit of " delimited by size
                      ct-prod delimited by size
                      into bufferLine
               end-string
           else
               move ct-prize to dispPrize
               string "Runs " delimited by size
                      ct-start delimited by size
                      " to " delimited by size
                      ct-end delimited by size
                      " | region " delimited by size
                      ct-region delimited by size
                      " top seller wins " delimited by size
                      function trim(dispPrize) delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine

           if ct-rule = 'U'
               write bufferLine from
                   "Rank  SNum          Units          Bonus"
           else
               write bufferLine from
                   "Rank  SNum          Units      Net Sales"
           end-if
           write bufferLine from
               "----------------------------------------------"

           if rankCount = 0
               write bufferLine from "  No qualifying sales."
           end-if
           perform varying rk-idx from 1 by 1
                   until rk-idx > rankCount
               set sortPass to rk-idx
               move sortPass to dispRank
               move rk-units(rk-idx) to dispUnits
               move rk-amount(rk-idx) to dispAmount
               move spaces to bufferLine
               string dispRank delimited by size
                      "   " delimited by size
                      rk-snum(rk-idx) delimited by size
                      "  " delimited by size
                      dispUnits delimited by size
                      "  " delimited by size
                      dispAmount delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-perform.

      *> Per-unit bonuses were paid by Sel8 as the sales came in,
      *> so closing one only stops the accrual.  A region prize is
      *> paid here as earnings type S; reps tied on top share it.
      *> With the pay period closed the prize is held and the
      *> contest stays open for the next run.
       FINALISE-CONTEST.
           if ct-rule = 'T' and rankCount > 0
                   and rk-amount(1) > 0
               if periodOkFlag not = 'Y'
                   write bufferLine from
                       "  Prize held - pay period not open; rerun."
                   write bufferLine from spaces
                   move 4 to RETURN-CODE
                   exit paragraph
               end-if
               perform PAY-CONTEST-PRIZE
           end-if

           move 'F' to ct-status
           move runDate to ct-final-date
           rewrite contest-record
               invalid key
                   display "CONTRPT: cannot mark " ct-id
                       " final (" CTStat ")"
                   move 8 to RETURN-CODE
               not invalid key
                   add 1 to contestsFinal
           end-rewrite
           write bufferLine from spaces.

       PAY-CONTEST-PRIZE.
           move 0 to tiedCount
           perform varying rk-idx from 1 by 1
                   until rk-idx > rankCount
               if rk-amount(rk-idx) = rk-amount(1)
                   add 1 to tiedCount
               end-if
           end-perform
           compute prizeShare rounded = ct-prize / tiedCount

           if payrollOpen not = 'Y'
               open input payrollFile
               if PRStat = "00"
                   close payrollFile
                   open extend payrollFile
               else
                   open output payrollFile
               end-if
               move 'Y' to payrollOpen
           end-if

           move rk-snum(1) to ct-winner
           perform varying rk-idx from 1 by 1
                   until rk-idx > tiedCount
               perform WRITE-PRIZE-RECORD
           end-perform.

       WRITE-PRIZE-RECORD.
           move spaces to pr-branch
           move rk-snum(rk-idx) to em-snum
           read employeeMaster
               invalid key
                   continue
               not invalid key
                   move em-branch to pr-branch
           end-read

           move rk-snum(rk-idx) to pr-emp-number
           move payPeriod to pr-pay-period
           move prizeShare to pr-gross-amt
           move rk-snum(rk-idx) to wc-snum
           move prizeShare to wc-gross
           call "WHCALC" using withhold-calc-parms
           end-call
           move wc-deduct to dedAmt
           move dedAmt to pr-deduct-amt
           compute pr-net-amt = prizeShare - dedAmt
           move 'S' to pr-type
           move '+' to pr-sign
           move 'N' to pr-sent
           move 0 to pr-batch
           write payroll-record
           add 1 to prizesPaid

           move prizeShare to dispPrize
           move spaces to bufferLine
           string "  Prize paid to " delimited by size
                  rk-snum(rk-idx) delimited by size
                  ": " delimited by size
                  function trim(dispPrize) delimited by size
                  " (period " delimited by size
                  payPeriod delimited by size
                  ")" delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Prizes may only post into an open period on PAYCAL.dat.
       CHECK-PERIOD-OPEN.
           move 'Y' to periodOkFlag
           move 'N' to periodFound
           move 'N' to payCalEOF

           open input payCalFile
           if PCStat not = "00"
               exit paragraph
           end-if

           perform until payCalEOF = 'Y'
               read payCalFile
                   at end move 'Y' to payCalEOF
                   not at end
                       if ca-period = payPeriod
                           move 'Y' to periodFound
                           if ca-status not = 'O'
                               move 'N' to periodOkFlag
                           end-if
                       end-if
               end-read
           end-perform
           close payCalFile

           if periodFound = 'N'
               move 'N' to periodOkFlag
           end-if.

       WRITE-AUDIT-TRAIL.
           move "CONTRPT" to al-program
           move runStartStamp to al-start-stamp
           move CTStat to al-file-status
           move contestsShown to al-recs-read
           move prizesPaid to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
