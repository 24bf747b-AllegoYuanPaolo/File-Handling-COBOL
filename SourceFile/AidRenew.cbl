       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDRENEW.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select awardFile
                       assign to "AID-AWARD.dat"
                       organization is line sequential
                       file status is AWStat.

                   select standingFile
                       assign to "STUDENT-STANDING.dat"
                       organization is line sequential
                       file status is STStat.

                   select reportFile
                       assign to "AidRenew.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd awardFile.
                   copy "AIDAWARD.cpy".

               fd standingFile.
                   01 standing-record.
                       02 st-student-id pic 9(6).
                       02 st-standing   pic x(10).
                       02 st-average    pic 9(3)v99.

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 AWStat pic xx.
           01 STStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 awardEOF pic x value 'N'.
           01 standEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 award-table.
               02 award-entry occurs 1 to 1000 times
                       depending on awardCount
                       indexed by aw-idx.
                   03 award-data pic x(119).
           01 awardCount pic 9(4) value 0.

           01 stand-table.
               02 stand-entry occurs 1 to 2000 times
                       depending on standCount
                       indexed by sd-idx.
                   03 sd-student  pic 9(6).
                   03 sd-standing pic x(10).
                   03 sd-average  pic 9(3)v99.
           01 standCount pic 9(4) value 0.

           01 renewTerm pic 9(6).
           01 confirmFlag pic x.
           01 standFound pic x.
           01 studentStanding pic x(10).
           01 studentAverage pic 9(3)v99.
           01 rankStanding pic x(10).
           01 rankValue pic 9.
           01 studentRank pic 9.
           01 requiredRank pic 9.
           01 resultText pic x(22).

           01 renewedCount pic 9(5) value 0.
           01 droppedCount pic 9(5) value 0.
           01 expiredCount pic 9(5) value 0.
           01 heldCount pic 9(5) value 0.

           01 dispAvg pic ZZ9.99.
           01 dispMin pic ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== SCHOLARSHIP AND GRANT RENEWAL ====="
           display "Run STANDING for the term just ended first."
           display "Term to renew awards into (YYYYT0): "
               with no advancing
           accept renewTerm

           display "Renew or drop every active award before "
               renewTerm " - proceed? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Renewal cancelled - no awards changed."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-AWARD-TABLE
           if loadTruncated = 'Y'
               display "AIDRENEW: AID-AWARD.dat holds more than "
                   "the 1000-record work table - nothing renewed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if awardCount = 0
               display "AIDRENEW: no awards on AID-AWARD.dat."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-STANDING-TABLE
           if standCount = 0
               display "AIDRENEW: no STUDENT-STANDING.dat - run "
                   "STANDING first.  Nothing renewed."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           open output reportFile
           perform WRITE-REPORT-HEADER

           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               move award-data(aw-idx) to aid-award-record
               perform RENEW-ONE-AWARD
               move aid-award-record to award-data(aw-idx)
           end-perform

           perform WRITE-REPORT-TOTALS
           close reportFile

           if renewedCount + droppedCount + expiredCount > 0
               perform REWRITE-AWARD-FILE
           end-if

           display "AIDRENEW: " renewedCount " renewed, "
               droppedCount " dropped, " expiredCount
               " expired - see AidRenew.dat"
           if heldCount > 0
               display "AIDRENEW: " heldCount " awards left for "
                   "review - student has no standing"
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== SCHOLARSHIP AND GRANT RENEWAL ====="
           move spaces to bufferLine
           string "Renewing into term: " delimited by size
                  renewTerm delimited by size
                  "   Run: " delimited by size
                  runStartStamp(1:8) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Award  Student Sponsor From    Avg  Standing   "
                      delimited by size
                  "Result" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "------------------------------------------------------".

      *> Only active awards for a term before the renewal term are
      *> looked at.  A student with no standing on file is left as
      *> is for the aid office to review rather than dropped.
       RENEW-ONE-AWARD.
           if aw-status not = 'A' or aw-term >= renewTerm
               exit paragraph
           end-if

           move 'N' to standFound
           move spaces to studentStanding
           move 0 to studentAverage
           set sd-idx to 1
           search stand-entry
               at end continue
               when sd-student(sd-idx) = aw-student
                   move 'Y' to standFound
                   move sd-standing(sd-idx) to studentStanding
                   move sd-average(sd-idx) to studentAverage
           end-search

           evaluate true
               when aw-renewable not = 'Y'
                   move 'E' to aw-status
                   move "NOT RENEWABLE" to aw-reason
                   move "EXPIRED" to resultText
                   add 1 to expiredCount
               when standFound = 'N'
                   move "HELD - NO STANDING" to resultText
                   add 1 to heldCount
               when aw-min-avg > 0 and studentAverage < aw-min-avg
                   move 'D' to aw-status
                   move "AVERAGE BELOW MIN" to aw-reason
                   move aw-min-avg to dispMin
                   move spaces to resultText
                   string "DROPPED - AVG < " delimited by size
                          function trim(dispMin) delimited by size
                          into resultText
                   end-string
                   add 1 to droppedCount
               when other
                   move aw-min-standing to rankStanding
                   perform STANDING-RANK
                   move rankValue to requiredRank
                   move studentStanding to rankStanding
                   perform STANDING-RANK
                   move rankValue to studentRank
                   if studentRank < requiredRank
                       move 'D' to aw-status
                       move "STANDING BELOW MIN" to aw-reason
                       move "DROPPED - STANDING" to resultText
                       add 1 to droppedCount
                   else
                       move renewTerm to aw-term
                       move "RENEWED" to resultText
                       add 1 to renewedCount
                   end-if
           end-evaluate
           perform WRITE-REPORT-LINE.

      *> Standings from STANDING, lowest to highest.  A blank
      *> minimum ranks 0, so any student meets it.
       STANDING-RANK.
           evaluate rankStanding
               when "DEAN LIST" move 4 to rankValue
               when "GOOD"      move 3 to rankValue
               when "WARNING"   move 2 to rankValue
               when "PROBATION" move 1 to rankValue
               when other       move 0 to rankValue
           end-evaluate.

       WRITE-REPORT-LINE.
           move studentAverage to dispAvg
           move spaces to bufferLine
           string aw-award-id delimited by size
                  " " delimited by size
                  aw-student delimited by size
                  " " delimited by size
                  aw-sponsor delimited by size
                  "  " delimited by size
                  aw-term delimited by size
                  " " delimited by size
                  dispAvg delimited by size
                  " " delimited by size
                  studentStanding delimited by size
                  " " delimited by size
                  resultText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------------"
           move renewedCount to dispCount
           move spaces to bufferLine
           string "Renewed             : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move droppedCount to dispCount
           move spaces to bufferLine
           string "Dropped - ineligible: " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move expiredCount to dispCount
           move spaces to bufferLine
           string "Expired - one term  : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move heldCount to dispCount
           move spaces to bufferLine
           string "Held for review     : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "======================================================".

       LOAD-AWARD-TABLE.
           open input awardFile
           if AWStat not = "00"
               exit paragraph
           end-if

           perform until awardEOF = 'Y'
               read awardFile
                   at end move 'Y' to awardEOF
                   not at end
                       if awardCount < 1000
                           add 1 to awardCount
                           move aid-award-record
                               to award-data(awardCount)
                       else
                           move 'Y' to loadTruncated
                           move 'Y' to awardEOF
                       end-if
               end-read
           end-perform

           close awardFile.

       LOAD-STANDING-TABLE.
           open input standingFile
           if STStat not = "00"
               exit paragraph
           end-if

           perform until standEOF = 'Y'
               read standingFile
                   at end move 'Y' to standEOF
                   not at end
                       if standCount < 2000
                           add 1 to standCount
                           move st-student-id
                               to sd-student(standCount)
                           move st-standing
                               to sd-standing(standCount)
                           move st-average
                               to sd-average(standCount)
                       end-if
               end-read
           end-perform

           close standingFile.

       REWRITE-AWARD-FILE.
           open output awardFile
           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               move award-data(aw-idx) to aid-award-record
               write aid-award-record
           end-perform
           close awardFile.

       WRITE-AUDIT-TRAIL.
           move "AIDRENEW" to al-program
           move runStartStamp to al-start-stamp
           move AWStat to al-file-status
           move awardCount to al-recs-read
           move renewedCount to al-recs-written
           move droppedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
