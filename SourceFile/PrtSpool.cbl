                       organization is line sequential
                       file status is OFStat.

                   select indexFile
                       assign to "REPORT-INDEX.dat"
                       organization is line sequential
                       file status is RXStat.

                   select archiveFile
                       assign to archiveFilename
                       organization is line sequential
                       file status is RAStat.

                   select runCtlFile
                       assign to "RUN-CONTROL.dat"
                       organization is line sequential
                       file status is RCStat.

       DATA DIVISION.
           file section.
               fd distListFile.
                       02 sp-cc   pic x.
                       02 sp-text pic x(132).

               fd indexFile.
                   copy "RPTINDEX.cpy".

               fd archiveFile.
                   01 archiveLine pic x(132).

               fd runCtlFile.
                   01 runctl-record.
                       02 rc-program    pic x(8).
                       02 rc-last-batch pic 9(6).
                       02 rc-last-date  pic 9(8).

           WORKING-STORAGE SECTION.
           01 DLStat pic xx.
           01 RIStat pic xx.
           01 OFStat pic xx.
           01 RXStat pic xx.
           01 RAStat pic xx.
           01 RCStat pic xx.

           01 wsReportFilename pic x(20).
           01 distEOF pic x value 'N'.
           01 dispPages pic ZZ,ZZ9.
           01 dispCount pic ZZ9.

      *> Reports already filed in the repository this run - a report
      *> with several recipients is filed once, not once per copy.
           01 filed-table.
               02 filed-entry occurs 1 to 100 times
                       depending on filedCount
                       indexed by fl-idx.
                   03 fl-report pic x(20).
                   03 fl-id     pic 9(8).
           01 filedCount pic 9(3) value 0.
           01 filedFlag pic x.
           01 archiveId pic 9(8).
           01 nextArchiveId pic 9(8) value 0.
           01 archiveFilename pic x(20).
           01 indexEOF pic x value 'N'.
           01 runctlEOF pic x value 'N'.
           01 sel8Batch pic 9(6) value 0.

           01 foundBatch pic 9(6).
           01 foundBranch pic x(3).
           01 branchMixed pic x.
           01 labelPos pic 9(3).
           01 labelText pic x(20).
           01 labelLen pic 9(3).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

               goback
           end-if

           perform FIND-NEXT-ARCHIVE-ID
           perform FIND-SEL8-BATCH

           open output spoolFile

           read distListFile
           move spoolCount to dispCount
           display "PRTSPOOL: " function trim(dispCount)
               " report copies spooled to PrtSpool.dat"
           move filedCount to dispCount
           display "PRTSPOOL: " function trim(dispCount)
               " reports filed in REPORT-INDEX.dat"

           perform WRITE-AUDIT-TRAIL

               exit paragraph
           end-if

           perform FILE-IN-REPOSITORY
           perform WRITE-BANNER-PAGE
           perform COPY-REPORT-LINES

           add 1 to spoolCount.

       FIND-NEXT-ARCHIVE-ID.
           open input indexFile
           if RXStat not = "00"
               exit paragraph
           end-if
           perform until indexEOF = 'Y'
               read indexFile
                   at end move 'Y' to indexEOF
                   not at end
                       if ri-id is numeric
                               and ri-id > nextArchiveId
                           move ri-id to nextArchiveId
                       end-if
               end-read
           end-perform
           close indexFile.

      *> A report that prints no batch label of its own is filed
      *> under the day's commission batch, when Sel8 has run today.
       FIND-SEL8-BATCH.
           open input runCtlFile
           if RCStat not = "00"
               exit paragraph
           end-if
           perform until runctlEOF = 'Y'
               read runCtlFile
                   at end move 'Y' to runctlEOF
                   not at end
                       if rc-program = "SEL8"
                               and rc-last-date = runDate
                           move rc-last-batch to sel8Batch
                       end-if
               end-read
           end-perform
           close runCtlFile.

       FILE-IN-REPOSITORY.
           move 'N' to filedFlag
           move 0 to archiveId
           perform varying fl-idx from 1 by 1
                   until fl-idx > filedCount
               if fl-report(fl-idx) = dl-report
                   move 'Y' to filedFlag
                   move fl-id(fl-idx) to archiveId
               end-if
           end-perform
           if filedFlag = 'Y' or filedCount >= 100
               exit paragraph
           end-if

           add 1 to nextArchiveId
           move nextArchiveId to archiveId
           move spaces to archiveFilename
           string "RPT" delimited by size
                  archiveId delimited by size
                  ".dat" delimited by size
                  into archiveFilename
           end-string

           open output archiveFile
           if RAStat not = "00"
               display "PRTSPOOL: cannot create "
                   function trim(archiveFilename)
                   " - " function trim(dl-report) " not filed"
               move 0 to archiveId
               exit paragraph
           end-if

           move 'N' to reportEOF
           open input reportInFile
           perform until reportEOF = 'Y'
               read reportInFile
                   at end move 'Y' to reportEOF
                   not at end
                       move reportLine to archiveLine
                       write archiveLine
               end-read
           end-perform
           close reportInFile
           close archiveFile

           move spaces to report-index-record
           move archiveId to ri-id
           move dl-report to ri-report
           move dl-report-name to ri-report-name
           move runDate to ri-run-date
           if foundBatch > 0
               move foundBatch to ri-batch
           else
               move sel8Batch to ri-batch
           end-if
           move foundBranch to ri-branch
           move lineCount to ri-lines
           move archiveFilename to ri-archive
           move function current-date(1:14) to ri-filed-stamp

           open extend indexFile
           if RXStat not = "00"
               open output indexFile
           end-if
           write report-index-record
           close indexFile

           add 1 to filedCount
           move dl-report to fl-report(filedCount)
           move archiveId to fl-id(filedCount).

      *> Picks up the batch and branch a report prints about itself
      *> ("Batch Number: nnnnnn", "Batch: n", "Branch: bbb").  A
      *> report covering more than one branch is filed as all.
       SCAN-REPORT-LABELS.
           if foundBatch = 0
               move 0 to labelPos
               inspect reportLine tallying labelPos
                   for characters before initial "Batch Number: "
               if labelPos < 132
                   add 15 to labelPos
                   perform TAKE-BATCH-LABEL
               else
                   move 0 to labelPos
                   inspect reportLine tallying labelPos
                       for characters before initial "Batch: "
                   if labelPos < 132
                       add 8 to labelPos
                       perform TAKE-BATCH-LABEL
                   end-if
               end-if
           end-if

           if branchMixed = 'N'
               move 0 to labelPos
               inspect reportLine tallying labelPos
                   for characters before initial "Branch: "
               if labelPos < 124
                   add 9 to labelPos
                   perform TAKE-BRANCH-LABEL
               end-if
           end-if.

       TAKE-BATCH-LABEL.
           if labelPos > 126
               exit paragraph
           end-if
           move spaces to labelText
           move 0 to labelLen
           unstring reportLine(labelPos:) delimited by space
               into labelText count in labelLen
           end-unstring
           if labelLen > 0 and labelLen < 7
               if labelText(1:labelLen) is numeric
                   move labelText(1:labelLen) to foundBatch
               end-if
           end-if.

       TAKE-BRANCH-LABEL.
           move spaces to labelText
           move 0 to labelLen
           unstring reportLine(labelPos:) delimited by space or ","
               into labelText count in labelLen
           end-unstring
           if labelLen not = 3
               exit paragraph
           end-if
           if labelText(1:3) = "all" or labelText(1:3) = "ALL"
               exit paragraph
           end-if
           if foundBranch = spaces
               move labelText(1:3) to foundBranch
           else
               if foundBranch not = labelText(1:3)
                   move spaces to foundBranch
                   move 'Y' to branchMixed
               end-if
           end-if.

       COUNT-REPORT-LINES.
           move 0 to lineCount
           move 'N' to reportEOF
           move 0 to foundBatch
           move spaces to foundBranch
           move 'N' to branchMixed

           open input reportInFile
           if RIStat not = "00"
           perform until reportEOF = 'Y'
               read reportInFile
                   at end move 'Y' to reportEOF
                   not at end
                       add 1 to lineCount
                       perform SCAN-REPORT-LABELS
               end-read
           end-perform

           end-string
           write spool-line

           if archiveId > 0
               move spaces to sp-text
               string "*  FILED AS  : " delimited by size
                      archiveId delimited by size
                      " (report repository)" delimited by size
                      into sp-text
               end-string
               write spool-line
           end-if

           move spaces to sp-text
           string "*  DELIVER TO: " delimited by size
                  function trim(dl-recipient) delimited by size
