       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDFUND.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select postingFile
                       assign to "AID-POSTING.dat"
                       organization is line sequential
                       file status is APStat.

                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

                   select reportFile
                       assign to "AidFund.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd postingFile.
                   copy "AIDPOST.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 APStat pic xx.
           01 SMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 postingEOF pic x value 'N'.
           01 masterOK pic x value 'N'.

      *> Postings for the run, sorted sponsor / term / student so
      *> each sponsor's awards print together.
           01 fund-table.
               02 fund-entry occurs 1 to 2000 times
                       depending on fundCount
                       indexed by fd-idx.
                   03 fd-key.
                       04 fd-sponsor  pic x(6).
                       04 fd-term     pic 9(6).
                       04 fd-student  pic 9(6).
                   03 fd-sponsor-name pic x(20).
                   03 fd-award-id     pic 9(6).
                   03 fd-type         pic x.
                   03 fd-assessed     pic 9(7)v99.
                   03 fd-amount       pic 9(7)v99.
           01 fundCount pic 9(4) value 0.
           01 hold-fund pic x(63).
           01 sortSwapFlag pic x.
           01 sortIdx pic 9(4).

           01 reportTerm pic 9(6).
           01 studentName pic x(25).
           01 lastSponsor pic x(6).
           01 recsRead pic 9(5) value 0.

           01 sponsorAwards pic 9(5).
           01 sponsorAssessed pic 9(9)v99.
           01 sponsorCovered pic 9(9)v99.
           01 totalAwards pic 9(5) value 0.
           01 totalAssessed pic 9(9)v99 value 0.
           01 totalCovered pic 9(9)v99 value 0.
           01 coveredPct pic 9(3)v9.

           01 dispAssessed pic Z,ZZZ,ZZ9.99.
           01 dispAmount pic Z,ZZZ,ZZ9.99.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.
           01 dispPct pic ZZ9.9.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== SPONSOR FUNDING REPORT ====="
           display "Term (YYYYT0, 0 = all terms): " with no advancing
           accept reportTerm

           perform LOAD-FUND-TABLE
           if fundCount = 0
               display "AIDFUND: no aid postings for that term."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform SORT-FUND-TABLE

           open input studentMaster
           if SMStat = "00"
               move 'Y' to masterOK
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           move spaces to lastSponsor
           perform varying fd-idx from 1 by 1
                   until fd-idx > fundCount
               if fd-sponsor(fd-idx) not = lastSponsor
                   if lastSponsor not = spaces
                       perform WRITE-SPONSOR-TOTAL
                   end-if
                   perform START-SPONSOR
               end-if
               perform WRITE-FUND-LINE
           end-perform
           perform WRITE-SPONSOR-TOTAL
           perform WRITE-REPORT-TOTALS

           close reportFile
           if masterOK = 'Y'
               close studentMaster
           end-if

           move totalCovered to dispTotal
           display "AIDFUND: " totalAwards " awards, "
               function trim(dispTotal)
               " covered - see AidFund.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-FUND-TABLE.
           open input postingFile
           if APStat not = "00"
               exit paragraph
           end-if

           perform until postingEOF = 'Y'
               read postingFile
                   at end move 'Y' to postingEOF
                   not at end
                       add 1 to recsRead
                       if (reportTerm = 0 or ap-term = reportTerm)
                               and fundCount < 2000
                           add 1 to fundCount
                           move ap-sponsor to fd-sponsor(fundCount)
                           move ap-term to fd-term(fundCount)
                           move ap-student to fd-student(fundCount)
                           move ap-sponsor-name
                               to fd-sponsor-name(fundCount)
                           move ap-award-id
                               to fd-award-id(fundCount)
                           move ap-type to fd-type(fundCount)
                           move ap-assessed
                               to fd-assessed(fundCount)
                           move ap-amount to fd-amount(fundCount)
                       end-if
               end-read
           end-perform

           close postingFile.

       SORT-FUND-TABLE.
           move 'Y' to sortSwapFlag
           perform until sortSwapFlag = 'N'
               move 'N' to sortSwapFlag
               perform varying sortIdx from 1 by 1
                       until sortIdx >= fundCount
                   if fd-key(sortIdx) > fd-key(sortIdx + 1)
                       move fund-entry(sortIdx) to hold-fund
                       move fund-entry(sortIdx + 1)
                           to fund-entry(sortIdx)
                       move hold-fund to fund-entry(sortIdx + 1)
                       move 'Y' to sortSwapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== SPONSOR FUNDING REPORT ====="
           move spaces to bufferLine
           if reportTerm = 0
               string "Terms: all   Run: " delimited by size
                      runStartStamp(1:8) delimited by size
                      into bufferLine
               end-string
           else
               string "Term: " delimited by size
                      reportTerm delimited by size
                      "   Run: " delimited by size
                      runStartStamp(1:8) delimited by size
                      into bufferLine
               end-string
           end-if
               write bufferLine
           write bufferLine from spaces.

       START-SPONSOR.
           move fd-sponsor(fd-idx) to lastSponsor
           move 0 to sponsorAwards
           move 0 to sponsorAssessed
           move 0 to sponsorCovered
           move spaces to bufferLine
           string "Sponsor " delimited by size
                  fd-sponsor(fd-idx) delimited by size
                  " " delimited by size
                  fd-sponsor-name(fd-idx) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "  Term   Student Name             T Award  "
                      delimited by size
                  "     Tuition      Covered" delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-FUND-LINE.
           move "(not on student master)" to studentName
           if masterOK = 'Y'
               move fd-student(fd-idx) to sm-student-id
               read studentMaster
                   invalid key continue
                   not invalid key move sm-name to studentName
               end-read
           end-if
           move fd-assessed(fd-idx) to dispAssessed
           move fd-amount(fd-idx) to dispAmount
           move spaces to bufferLine
           string "  " delimited by size
                  fd-term(fd-idx) delimited by size
                  " " delimited by size
                  fd-student(fd-idx) delimited by size
                  " " delimited by size
                  studentName(1:16) delimited by size
                  " " delimited by size
                  fd-type(fd-idx) delimited by size
                  " " delimited by size
                  fd-award-id(fd-idx) delimited by size
                  " " delimited by size
                  dispAssessed delimited by size
                  " " delimited by size
                  dispAmount delimited by size
                  into bufferLine
           end-string
               write bufferLine

           add 1 to sponsorAwards
           add fd-assessed(fd-idx) to sponsorAssessed
           add fd-amount(fd-idx) to sponsorCovered.

       WRITE-SPONSOR-TOTAL.
           move 0 to coveredPct
           if sponsorAssessed > 0
               compute coveredPct rounded =
                   sponsorCovered * 100 / sponsorAssessed
           end-if
           move sponsorAwards to dispCount
           move sponsorCovered to dispTotal
           move coveredPct to dispPct
           move spaces to bufferLine
           string "  Sponsor total: " delimited by size
                  function trim(dispCount) delimited by size
                  " awards, " delimited by size
                  function trim(dispTotal) delimited by size
                  " covered (" delimited by size
                  function trim(dispPct) delimited by size
                  "% of their tuition)" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           add sponsorAwards to totalAwards
           add sponsorAssessed to totalAssessed
           add sponsorCovered to totalCovered.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------------"
           move totalAwards to dispCount
           move spaces to bufferLine
           string "All sponsors - awards  : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move totalCovered to dispTotal
           move spaces to bufferLine
           string "All sponsors - covered : " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "======================================================".

       WRITE-AUDIT-TRAIL.
           move "AIDFUND" to al-program
           move runStartStamp to al-start-stamp
           move APStat to al-file-status
           move recsRead to al-recs-read
           move fundCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
