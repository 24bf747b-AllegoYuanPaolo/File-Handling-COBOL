       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDPOST.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select awardFile
                       assign to "AID-AWARD.dat"
                       organization is line sequential
                       file status is AWStat.

                   select tuitionFile
                       assign to "TUITION-AR.dat"
                       organization is line sequential
                       file status is TUStat.

                   select postingFile
                       assign to "AID-POSTING.dat"
                       organization is line sequential
                       file status is APStat.

                   select reportFile
                       assign to "AidPost.dat"
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

               fd tuitionFile.
                   copy "TUITION-AR.cpy".

               fd postingFile.
                   copy "AIDPOST.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 AWStat pic xx.
           01 TUStat pic xx.
           01 APStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 tuitEOF pic x value 'N'.
           01 awardEOF pic x value 'N'.
           01 loadTruncated pic x value 'N'.

           01 tuit-table.
               02 tuit-entry occurs 1 to 500 times
                       depending on tuitCount
                       indexed by tu-idx.
                   03 tt-student  pic 9(6).
                   03 tt-term     pic 9(6).
                   03 tt-date     pic 9(8).
                   03 tt-assessed pic 9(7)v99.
                   03 tt-paid     pic 9(7)v99.
                   03 tt-status   pic x.
                   03 tt-aid      pic 9(7)v99.
                   03 tt-fees     pic 9(7)v99.
                   03 tt-credit   pic 9(7)v99.
           01 tuitCount pic 9(3) value 0.

           01 award-table.
               02 award-entry occurs 1 to 1000 times
                       depending on awardCount
                       indexed by aw-idx.
                   03 award-data pic x(119).
           01 awardCount pic 9(4) value 0.

           01 postTerm pic 9(6).
           01 confirmFlag pic x.
           01 foundIdx pic 9(3).
           01 creditAmount pic 9(7)v99.
           01 creditRoom pic s9(7)v99.
           01 resultText pic x(22).

           01 awardsRead pic 9(5) value 0.
           01 postedCount pic 9(5) value 0.
           01 postedTotal pic 9(9)v99 value 0.
           01 notPostedCount pic 9(5) value 0.
           01 alreadyCount pic 9(5) value 0.

           01 dispAssessed pic Z,ZZZ,ZZ9.99.
           01 dispCredit pic Z,ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispTotal pic $ZZZ,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           display "===== SCHOLARSHIP AND GRANT POSTING ====="
           display "Term to post (YYYYT0 style, e.g. 202610): "
               with no advancing
           accept postTerm

           display "This credits every active award for " postTerm
               " to tuition - proceed? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Posting cancelled - nothing credited."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-TUITION-FILE
           if loadTruncated = 'Y'
               display "AIDPOST: TUITION-AR.dat holds more than "
                   "the 500-record work table - no postings."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform LOAD-AWARD-TABLE
           if loadTruncated = 'Y'
               display "AIDPOST: AID-AWARD.dat holds more than "
                   "the 1000-record work table - no postings."
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           if awardCount = 0
               display "AIDPOST: no awards on AID-AWARD.dat."
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform OPEN-POSTING-FILE
           open output reportFile
           perform WRITE-REPORT-HEADER

           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               move award-data(aw-idx) to aid-award-record
               perform POST-ONE-AWARD
               move aid-award-record to award-data(aw-idx)
           end-perform
           close postingFile

           perform WRITE-REPORT-TOTALS
           close reportFile

           if postedCount > 0
               perform REWRITE-AWARD-FILE
               perform REWRITE-TUITION-FILE
           end-if

           move postedCount to dispCount
           move postedTotal to dispTotal
           display "AIDPOST: " function trim(dispCount)
               " awards credited, total " function trim(dispTotal)
               " - see AidPost.dat"
           if notPostedCount > 0
               move notPostedCount to dispCount
               display "AIDPOST: " function trim(dispCount)
                   " awards could not be posted"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== SCHOLARSHIP AND GRANT POSTING REGISTER ====="
           move spaces to bufferLine
           string "Term: " delimited by size
                  postTerm delimited by size
                  "   Run: " delimited by size
                  runStartStamp(1:8) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Award  Student Sponsor T     Assessed "
                      delimited by size
                  "      Credit  Result" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "------------------------------------------------------".

      *> Awards for other terms, or not active, are passed over
      *> without comment.  The credit never takes total aid past the
      *> assessed tuition; an award with no assessment yet stays
      *> unposted so a rerun after ASSESS picks it up.
       POST-ONE-AWARD.
           if aw-status not = 'A' or aw-term not = postTerm
               exit paragraph
           end-if
           if aw-last-posted = postTerm
               add 1 to alreadyCount
               exit paragraph
           end-if

           move 0 to creditAmount
           move 0 to foundIdx
           perform varying tu-idx from 1 by 1
                   until tu-idx > tuitCount
               if tt-student(tu-idx) = aw-student
                       and tt-term(tu-idx) = postTerm
                   set foundIdx to tu-idx
               end-if
           end-perform
           if foundIdx = 0
               move "NOT POSTED - NO ASSESS" to resultText
               add 1 to notPostedCount
               move 0 to dispAssessed
               perform WRITE-REGISTER-LINE
               exit paragraph
           end-if

           if aw-basis = 'P'
               compute creditAmount rounded =
                   tt-assessed(foundIdx) * aw-pct / 100
           else
               move aw-amount to creditAmount
           end-if
           compute creditRoom =
               tt-assessed(foundIdx) - tt-aid(foundIdx)
               - tt-credit(foundIdx)
           if creditRoom <= 0
               move "NOT POSTED - COVERED" to resultText
               add 1 to notPostedCount
               move 0 to creditAmount
               move tt-assessed(foundIdx) to dispAssessed
               perform WRITE-REGISTER-LINE
               exit paragraph
           end-if
           move "POSTED" to resultText
           if creditAmount > creditRoom
               move creditRoom to creditAmount
               move "POSTED - CAPPED" to resultText
           end-if

           add creditAmount to tt-aid(foundIdx)
           if tt-paid(foundIdx) + tt-aid(foundIdx)
                   + tt-credit(foundIdx)
                   >= tt-assessed(foundIdx) + tt-fees(foundIdx)
               move 'C' to tt-status(foundIdx)
           else
               move 'P' to tt-status(foundIdx)
           end-if
           move postTerm to aw-last-posted

           move aw-award-id to ap-award-id
           move aw-student to ap-student
           move postTerm to ap-term
           move aw-sponsor to ap-sponsor
           move aw-sponsor-name to ap-sponsor-name
           move aw-type to ap-type
           move tt-assessed(foundIdx) to ap-assessed
           move creditAmount to ap-amount
           move runStartStamp(1:8) to ap-date
           write aid-posting-record

           add 1 to postedCount
           add creditAmount to postedTotal
           move tt-assessed(foundIdx) to dispAssessed
           perform WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           move creditAmount to dispCredit
           move spaces to bufferLine
           string aw-award-id delimited by size
                  " " delimited by size
                  aw-student delimited by size
                  " " delimited by size
                  aw-sponsor delimited by size
                  "  " delimited by size
                  aw-type delimited by size
                  " " delimited by size
                  dispAssessed delimited by size
                  " " delimited by size
                  dispCredit delimited by size
                  "  " delimited by size
                  resultText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-REPORT-TOTALS.
           write bufferLine from
               "------------------------------------------------------"
           move postedCount to dispCount
           move spaces to bufferLine
           string "Awards credited        : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move postedTotal to dispTotal
           move spaces to bufferLine
           string "Aid credited to tuition: " delimited by size
                  function trim(dispTotal) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move notPostedCount to dispCount
           move spaces to bufferLine
           string "Awards not posted      : " delimited by size
                  function trim(dispCount) delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move alreadyCount to dispCount
           move spaces to bufferLine
           string "Already posted earlier : " delimited by size
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
                       add 1 to awardsRead
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

       OPEN-POSTING-FILE.
           open input postingFile
           if APStat = "00"
               close postingFile
               open extend postingFile
           else
               open output postingFile
           end-if.

       LOAD-TUITION-FILE.
           open input tuitionFile
           if TUStat not = "00"
               exit paragraph
           end-if

           read tuitionFile
               at end move 'Y' to tuitEOF
           end-read

           perform until tuitEOF = 'Y'
               if tuitCount < 500
                   add 1 to tuitCount
                   move tu-student to tt-student(tuitCount)
                   move tu-term to tt-term(tuitCount)
                   move tu-date to tt-date(tuitCount)
                   move tu-assessed to tt-assessed(tuitCount)
                   move tu-paid to tt-paid(tuitCount)
                   move tu-status to tt-status(tuitCount)
                   move tu-aid to tt-aid(tuitCount)
                   move tu-fees to tt-fees(tuitCount)
                   move tu-credit to tt-credit(tuitCount)
               else
                   move 'Y' to loadTruncated
                   move 'Y' to tuitEOF
               end-if

               if tuitEOF not = 'Y'
                   read tuitionFile
                       at end move 'Y' to tuitEOF
                   end-read
               end-if
           end-perform

           close tuitionFile.

       REWRITE-TUITION-FILE.
           open output tuitionFile
           perform varying tu-idx from 1 by 1
                   until tu-idx > tuitCount
               move tt-student(tu-idx) to tu-student
               move tt-term(tu-idx) to tu-term
               move tt-date(tu-idx) to tu-date
               move tt-assessed(tu-idx) to tu-assessed
               move tt-paid(tu-idx) to tu-paid
               move tt-status(tu-idx) to tu-status
               move tt-aid(tu-idx) to tu-aid
               move tt-fees(tu-idx) to tu-fees
               move tt-credit(tu-idx) to tu-credit
               write tuition-ar-record
           end-perform
           close tuitionFile.

       REWRITE-AWARD-FILE.
           open output awardFile
           perform varying aw-idx from 1 by 1
                   until aw-idx > awardCount
               move award-data(aw-idx) to aid-award-record
               write aid-award-record
           end-perform
           close awardFile.

       WRITE-AUDIT-TRAIL.
           move "AIDPOST" to al-program
           move runStartStamp to al-start-stamp
           move TUStat to al-file-status
           move awardsRead to al-recs-read
           move postedCount to al-recs-written
           move notPostedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
