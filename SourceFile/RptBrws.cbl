       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBRWS.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select indexFile
                       assign to "REPORT-INDEX.dat"
                       organization is line sequential
                       file status is RXStat.

                   select archiveFile
                       assign to archiveFilename
                       organization is line sequential
                       file status is RAStat.

                   select reprintLogFile
                       assign to "REPRINT-LOG.dat"
                       organization is line sequential
                       file status is RLStat.

                   select reprintFile
                       assign to "Reprint.dat"
                       organization is line sequential
                       file status is OFStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       file status is CUStat.

       DATA DIVISION.
           file section.
               fd indexFile.
                   copy "RPTINDEX.cpy".

               fd archiveFile.
                   01 archiveLine pic x(132).

      *> Every view and every reprint request is logged, refused
      *> ones included - some archived reports carry pay data.
      *> rl-outcome: V viewed, G reprint granted, D reprint denied.
               fd reprintLogFile.
                   01 reprint-log-record.
                       02 rl-stamp    pic 9(14).
                       02 rl-userid   pic x(8).
                       02 rl-id       pic 9(8).
                       02 rl-report   pic x(20).
                       02 rl-run-date pic 9(8).
                       02 rl-outcome  pic x.

               fd reprintFile.
                   01 spool-line.
                       02 sp-cc   pic x.
                       02 sp-text pic x(132).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

           WORKING-STORAGE SECTION.
           01 RXStat pic xx.
           01 RAStat pic xx.
           01 RLStat pic xx.
           01 OFStat pic xx.
           01 CUStat pic xx.

           01 menuChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 currentUser pic x(8) value spaces.
           01 archiveFilename pic x(20).
           01 indexEOF pic x.
           01 archiveEOF pic x.

           01 findName pic x(20).
           01 findNameUpper pic x(20).
           01 findLen pic 9(3).
           01 findDateText pic x(8).
           01 findDate pic 9(8).
           01 findBatchText pic x(6).
           01 findBatch pic 9(6).
           01 findBranch pic x(3).
           01 nameUpper pic x(20).
           01 fileUpper pic x(20).
           01 matchCount pic 9(3).
           01 matchFlag pic x.
           01 listedCount pic 9(5).

           01 idText pic x(8).
           01 wantedId pic 9(8).
           01 entryFound pic x.
           01 found-entry.
               02 fe-id          pic 9(8).
               02 fe-report      pic x(20).
               02 fe-report-name pic x(20).
               02 fe-run-date    pic 9(8).
               02 fe-batch       pic 9(6).
               02 fe-branch      pic x(3).
               02 fe-lines       pic 9(7).
               02 fe-archive     pic x(20).

           01 pageLines pic 99 value 20.
           01 shownLines pic 99.
           01 pageReply pic x.
           01 quitView pic x.
           01 outcomeCode pic x.
           01 printedLines pic 9(7).
           01 viewCount pic 9(5) value 0.
           01 reprintCount pic 9(5) value 0.
           01 deniedCount pic 9(5) value 0.

           01 dispBatch pic ZZZZZ9.
           01 dispLines pic ZZZZZZ9.
           01 dispBranch pic x(3).

           copy "AUTHPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform IDENTIFY-OPERATOR

           perform until doneFlag = 'Y'
               perform DISPLAY-MENU
               accept menuChoice

               evaluate menuChoice
                   when 1 perform FIND-REPORTS
                   when 2 perform VIEW-REPORT
                   when 3 perform REPRINT-REPORT
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 3."
               end-evaluate
           end-perform

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-MENU.
           display " "
           display "===== REPORT REPOSITORY ====="
           display "Signed on: " currentUser
           display "1  Find filed reports"
           display "2  View a filed report"
           display "3  Reprint a filed report"
           display "0  Exit"
           display "Enter selection: " with no advancing.

       IDENTIFY-OPERATOR.
           move spaces to currentUser
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

      *> Every criterion is optional; blank matches everything.  The
      *> name matches anywhere in the report file or report title.
       FIND-REPORTS.
           display "Report name or file (blank = any): "
               with no advancing
           move spaces to findName
           accept findName
           move function upper-case(findName) to findNameUpper
           move 0 to findLen
           if findNameUpper not = spaces
               compute findLen = function length
                   (function trim(findNameUpper))
               move function trim(findNameUpper) to findNameUpper
           end-if

           display "Run date YYYYMMDD (blank = any): "
               with no advancing
           move spaces to findDateText
           accept findDateText
           move 0 to findDate
           if findDateText is numeric
               move findDateText to findDate
           end-if

           display "Batch number (blank = any): " with no advancing
           move spaces to findBatchText
           accept findBatchText
           move 0 to findBatch
           if function trim(findBatchText) not = spaces
               compute findBatch = function numval(findBatchText)
           end-if

           display "Branch code (blank = any): " with no advancing
           move spaces to findBranch
           accept findBranch

           move 0 to listedCount
           move 'N' to indexEOF
           open input indexFile
           if RXStat not = "00"
               display "No reports have been filed yet."
               exit paragraph
           end-if

           display " "
           display "      ID RUN DATE  BATCH BRN  LINES REPORT"
           perform until indexEOF = 'Y'
               read indexFile
                   at end move 'Y' to indexEOF
                   not at end
                       perform MATCH-ONE-ENTRY
                       if matchFlag = 'Y'
                           perform LIST-ONE-ENTRY
                       end-if
               end-read
           end-perform
           close indexFile

           if listedCount = 0
               display "No filed reports match."
           end-if.

       MATCH-ONE-ENTRY.
           move 'Y' to matchFlag

           if findLen > 0
               move function upper-case(ri-report-name) to nameUpper
               move function upper-case(ri-report) to fileUpper
               move 0 to matchCount
               inspect nameUpper tallying matchCount
                   for all findNameUpper(1:findLen)
               inspect fileUpper tallying matchCount
                   for all findNameUpper(1:findLen)
               if matchCount = 0
                   move 'N' to matchFlag
               end-if
           end-if

           if findDate > 0 and ri-run-date not = findDate
               move 'N' to matchFlag
           end-if
           if findBatch > 0 and ri-batch not = findBatch
               move 'N' to matchFlag
           end-if
           if findBranch not = spaces and ri-branch not = findBranch
               move 'N' to matchFlag
           end-if.

       LIST-ONE-ENTRY.
           add 1 to listedCount
           move ri-batch to dispBatch
           move ri-lines to dispLines
           move ri-branch to dispBranch
           if dispBranch = spaces
               move "all" to dispBranch
           end-if
           display ri-id " " ri-run-date " " dispBatch " "
               dispBranch " " dispLines " "
               function trim(ri-report-name) " ("
               function trim(ri-report) ")".

       ASK-REPORT-ID.
           display "Report ID: " with no advancing
           move spaces to idText
           accept idText
           move 0 to wantedId
           if function trim(idText) not = spaces
               compute wantedId = function numval(idText)
           end-if

           move 'N' to entryFound
           if wantedId = 0
               exit paragraph
           end-if

           move 'N' to indexEOF
           open input indexFile
           if RXStat not = "00"
               exit paragraph
           end-if
           perform until indexEOF = 'Y'
               read indexFile
                   at end move 'Y' to indexEOF
                   not at end
                       if ri-id = wantedId
                           move 'Y' to entryFound
                           move ri-id to fe-id
                           move ri-report to fe-report
                           move ri-report-name to fe-report-name
                           move ri-run-date to fe-run-date
                           move ri-batch to fe-batch
                           move ri-branch to fe-branch
                           move ri-lines to fe-lines
                           move ri-archive to fe-archive
                           move 'Y' to indexEOF
                       end-if
               end-read
           end-perform
           close indexFile.

       VIEW-REPORT.
           perform ASK-REPORT-ID
           if entryFound not = 'Y'
               display "No filed report with that ID."
               exit paragraph
           end-if

           move fe-archive to archiveFilename
           open input archiveFile
           if RAStat not = "00"
               display "Archive " function trim(archiveFilename)
                   " is missing - report cannot be shown."
               exit paragraph
           end-if

           move 'V' to outcomeCode
           perform WRITE-REPRINT-LOG
           add 1 to viewCount

           display " "
           display "----- " function trim(fe-report-name)
               " - run " fe-run-date " -----"
           move 0 to shownLines
           move 'N' to archiveEOF
           move 'N' to quitView
           perform until archiveEOF = 'Y' or quitView = 'Y'
               read archiveFile
                   at end move 'Y' to archiveEOF
                   not at end
                       display function trim(archiveLine trailing)
                       add 1 to shownLines
                       if shownLines >= pageLines
                           perform PAUSE-PAGE
                       end-if
               end-read
           end-perform
           close archiveFile
           display "----- end of report -----".

       PAUSE-PAGE.
           move 0 to shownLines
           display "-- Enter = next page, Q = quit -- "
               with no advancing
           move space to pageReply
           accept pageReply
           if pageReply = 'Q' or pageReply = 'q'
               move 'Y' to quitView
           end-if.

      *> Reprints need RPTBRWS-REPRINT on the permissions matrix
      *> (no matrix = everyone).  Refusals are logged as well.
       REPRINT-REPORT.
           perform ASK-REPORT-ID
           if entryFound not = 'Y'
               display "No filed report with that ID."
               exit paragraph
           end-if

           move currentUser to ak-userid
           move "RPTBRWS-REPRINT" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               move 'D' to outcomeCode
               perform WRITE-REPRINT-LOG
               add 1 to deniedCount
               display "RPTBRWS: " currentUser
                   " is not granted RPTBRWS-REPRINT - refusal logged."
               exit paragraph
           end-if

           move fe-archive to archiveFilename
           open input archiveFile
           if RAStat not = "00"
               display "Archive " function trim(archiveFilename)
                   " is missing - report cannot be reprinted."
               exit paragraph
           end-if

           move 'G' to outcomeCode
           perform WRITE-REPRINT-LOG

           open extend reprintFile
           if OFStat not = "00"
               open output reprintFile
           end-if
           perform WRITE-REPRINT-BANNER

           move 0 to printedLines
           move 'N' to archiveEOF
           perform until archiveEOF = 'Y'
               read archiveFile
                   at end move 'Y' to archiveEOF
                   not at end
                       if printedLines = 0
                           move '1' to sp-cc
                       else
                           move ' ' to sp-cc
                       end-if
                       move archiveLine to sp-text
                       write spool-line
                       add 1 to printedLines
               end-read
           end-perform
           close archiveFile
           close reprintFile

           add 1 to reprintCount
           display "Report " fe-id " reprinted to Reprint.dat".

       WRITE-REPRINT-BANNER.
           move '1' to sp-cc
           move all "*" to sp-text
           write spool-line

           move ' ' to sp-cc
           move spaces to sp-text
           string "*  REPRINT OF: " delimited by size
                  function trim(fe-report-name) delimited by size
                  into sp-text
           end-string
           write spool-line

           move spaces to sp-text
           string "*  FILED AS  : " delimited by size
                  fe-id delimited by size
                  " (" delimited by size
                  function trim(fe-report) delimited by size
                  ")" delimited by size
                  into sp-text
           end-string
           write spool-line

           move spaces to sp-text
           string "*  RUN DATE  : " delimited by size
                  fe-run-date delimited by size
                  into sp-text
           end-string
           write spool-line

           move spaces to sp-text
           string "*  REPRINTED : " delimited by size
                  function current-date(1:14) delimited by size
                  " BY " delimited by size
                  currentUser delimited by size
                  into sp-text
           end-string
           write spool-line

           move all "*" to sp-text
           write spool-line.

       WRITE-REPRINT-LOG.
           move function current-date(1:14) to rl-stamp
           move currentUser to rl-userid
           move fe-id to rl-id
           move fe-report to rl-report
           move fe-run-date to rl-run-date
           move outcomeCode to rl-outcome

           open extend reprintLogFile
           if RLStat not = "00"
               open output reprintLogFile
           end-if
           write reprint-log-record
           close reprintLogFile.

       WRITE-AUDIT-TRAIL.
           move "RPTBRWS" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move viewCount to al-recs-read
           move reprintCount to al-recs-written
           move deniedCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
