       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select runHistFile
                       assign to "RUN-HISTORY.dat"
                       organization is line sequential
                       file status is RHStat.

                   select windowFile
                       assign to "BATCH-WINDOW.dat"
                       organization is line sequential
                       file status is BWStat.

                   select reportFile
                       assign to "RunTrend.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd runHistFile.
                   copy "RUNHIST.cpy".

      *> Same parameter row SCHEDRUN reads for its deadline; this
      *> report uses the run count and the growth rules.
               fd windowFile.
                   01 window-record.
                       02 bw-deadline   pic 9(4).
                       02 bw-runs       pic 9(2).
                       02 bw-streak     pic 9(2).
                       02 bw-growth-pct pic 9(3).

               fd reportFile.
                   01 bufferLine pic x(90).

           WORKING-STORAGE SECTION.
           01 RHStat pic xx.
           01 BWStat pic xx.
           01 OFStat pic xx.

           01 historyEOF pic x value 'N'.
           01 normalRuns pic 99 value 10.
           01 growthStreak pic 99 value 3.
           01 growthPct pic 9(3) value 20.

      *> One entry per schedule step ('S') and per program ('P'),
      *> holding its most recent successful run times, oldest first.
           01 trend-table.
               02 trend-entry occurs 1 to 200 times
                       depending on trendCount
                       indexed by tr-idx.
                   03 tr-type     pic x.
                   03 tr-name     pic x(8).
                   03 tr-all-runs pic 9(5).
                   03 tr-failed   pic 9(5).
                   03 tr-count    pic 99.
                   03 tr-secs     pic 9(6) occurs 10 times.
           01 trendCount pic 9(3) value 0.

           01 foundFlag pic x.
           01 histIdx pic 99.
           01 histTotal pic 9(8).
           01 normalSecs pic 9(6).
           01 longestSecs pic 9(6).
           01 lastSecs pic 9(6).
           01 baseSecs pic 9(6).
           01 streakStart pic 99.
           01 risingFlag pic x.
           01 trendText pic x(20).
           01 typeText pic x(8).
           01 growingCount pic 9(3) value 0.
           01 rowsRead pic 9(7) value 0.

           01 timeSecs pic 9(6).
           01 timeMinutes pic 9(5).
           01 timeRest pic 99.
           01 dispMinutes pic ZZZ9.
           01 timeText pic x(7).
           01 normalText pic x(7).
           01 lastText pic x(7).
           01 longestText pic x(7).
           01 dispRuns pic ZZZZ9.
           01 dispFailed pic ZZZZ9.
           01 todayDate pic 9(8).

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate

           perform READ-BATCH-WINDOW
           perform LOAD-RUN-HISTORY

           open output reportFile
           perform WRITE-TREND-REPORT
           close reportFile

           display "RUNTREND: " trendCount " steps/programs, "
               growingCount " growing - see RunTrend.dat"

           if growingCount > 0
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-BATCH-WINDOW.
           open input windowFile
           if BWStat not = "00"
               exit paragraph
           end-if

           read windowFile
               at end continue
               not at end
                   if bw-runs is numeric
                           and bw-runs > 1 and bw-runs < 11
                       move bw-runs to normalRuns
                   end-if
                   if bw-streak is numeric and bw-streak > 0
                       move bw-streak to growthStreak
                   end-if
                   if bw-growth-pct is numeric
                       move bw-growth-pct to growthPct
                   end-if
           end-read
           close windowFile

      *> A streak needs one earlier run to measure growth from.
           if growthStreak >= normalRuns
               compute growthStreak = normalRuns - 1
           end-if.

       LOAD-RUN-HISTORY.
           open input runHistFile
           if RHStat not = "00"
               exit paragraph
           end-if

           perform until historyEOF = 'Y'
               read runHistFile
                   at end move 'Y' to historyEOF
                   not at end
                       add 1 to rowsRead
                       if (rh-step-row or rh-program-row)
                               and rh-elapsed is numeric
                               and rh-rc is numeric
                           perform POST-HISTORY-ROW
                       end-if
               end-read
           end-perform

           close runHistFile.

      *> Failed runs are counted but kept out of the timings - an
      *> abend after two minutes says nothing about normal time.
       POST-HISTORY-ROW.
           move 'N' to foundFlag
           perform varying tr-idx from 1 by 1
                   until tr-idx > trendCount or foundFlag = 'Y'
               if tr-type(tr-idx) = rh-type
                       and tr-name(tr-idx) = rh-name
                   move 'Y' to foundFlag
               end-if
           end-perform

           if foundFlag = 'Y'
               set tr-idx down by 1
           else
               if trendCount >= 200
                   exit paragraph
               end-if
               add 1 to trendCount
               set tr-idx to trendCount
               move rh-type to tr-type(tr-idx)
               move rh-name to tr-name(tr-idx)
               move 0 to tr-all-runs(tr-idx)
               move 0 to tr-failed(tr-idx)
               move 0 to tr-count(tr-idx)
           end-if

           add 1 to tr-all-runs(tr-idx)
           if rh-rc > 4
               add 1 to tr-failed(tr-idx)
               exit paragraph
           end-if

           if tr-count(tr-idx) < normalRuns
               add 1 to tr-count(tr-idx)
           else
               perform varying histIdx from 1 by 1
                       until histIdx >= normalRuns
                   move tr-secs(tr-idx, histIdx + 1)
                       to tr-secs(tr-idx, histIdx)
               end-perform
           end-if
           move rh-elapsed to tr-secs(tr-idx, tr-count(tr-idx)).

       WRITE-TREND-REPORT.
           write bufferLine from
               "===== BATCH RUN-TIME TREND ====="
           move spaces to bufferLine
           string "As of " delimited by size
                  todayDate delimited by size
                  "   normal = average of last " delimited by size
                  normalRuns delimited by size
                  " good runs" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "GROWING = each of the last " delimited by size
                  growthStreak delimited by size
                  " runs longer than the one before and up "
                      delimited by size
                  growthPct delimited by size
                  "%+" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces
           move spaces to bufferLine
           string "TYPE     NAME      RUNS  FAIL " delimited by size
                  "  NORMAL     LAST  LONGEST TREND" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "-------- -------- ----- ----- " delimited by size
                  " -------  -------  ------- ------------"
                      delimited by size
                  into bufferLine
           end-string
               write bufferLine

      *> Schedule steps first - they make up the window - then the
      *> individual programs.
           perform varying tr-idx from 1 by 1
                   until tr-idx > trendCount
               if tr-type(tr-idx) = 'S'
                   perform REPORT-ONE-ENTRY
               end-if
           end-perform
           perform varying tr-idx from 1 by 1
                   until tr-idx > trendCount
               if tr-type(tr-idx) = 'P'
                   perform REPORT-ONE-ENTRY
               end-if
           end-perform

           write bufferLine from spaces
           move spaces to bufferLine
           string "Growing: " delimited by size
                  growingCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "Times are minutes:seconds." .

       REPORT-ONE-ENTRY.
           move 0 to histTotal
           move 0 to normalSecs
           move 0 to longestSecs
           move 0 to lastSecs
           perform varying histIdx from 1 by 1
                   until histIdx > tr-count(tr-idx)
               add tr-secs(tr-idx, histIdx) to histTotal
               if tr-secs(tr-idx, histIdx) > longestSecs
                   move tr-secs(tr-idx, histIdx) to longestSecs
               end-if
           end-perform
           if tr-count(tr-idx) > 0
               compute normalSecs rounded =
                   histTotal / tr-count(tr-idx)
               move tr-secs(tr-idx, tr-count(tr-idx)) to lastSecs
           end-if

           perform JUDGE-GROWTH

           move normalSecs to timeSecs
           perform FORMAT-TIME
           move timeText to normalText
           move lastSecs to timeSecs
           perform FORMAT-TIME
           move timeText to lastText
           move longestSecs to timeSecs
           perform FORMAT-TIME
           move timeText to longestText

           if tr-type(tr-idx) = 'S'
               move "STEP" to typeText
           else
               move "PROGRAM" to typeText
           end-if
           move tr-all-runs(tr-idx) to dispRuns
           move tr-failed(tr-idx) to dispFailed

           move spaces to bufferLine
           string typeText delimited by size
                  " " delimited by size
                  tr-name(tr-idx) delimited by size
                  " " delimited by size
                  dispRuns delimited by size
                  " " delimited by size
                  dispFailed delimited by size
                  "  " delimited by size
                  normalText delimited by size
                  "  " delimited by size
                  lastText delimited by size
                  "  " delimited by size
                  longestText delimited by size
                  " " delimited by size
                  trendText delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> Steady growth: the last few good runs each took longer
      *> than the run before, and the latest is up by at least the
      *> agreed percentage on the run the climb started from.  One
      *> slow night is not a trend.
       JUDGE-GROWTH.
           move spaces to trendText
           if tr-count(tr-idx) <= growthStreak
               move "too few runs" to trendText
               exit paragraph
           end-if

           compute streakStart = tr-count(tr-idx) - growthStreak
           move tr-secs(tr-idx, streakStart) to baseSecs
           move 'Y' to risingFlag
           perform varying histIdx from streakStart by 1
                   until histIdx >= tr-count(tr-idx)
               if tr-secs(tr-idx, histIdx + 1)
                       <= tr-secs(tr-idx, histIdx)
                   move 'N' to risingFlag
               end-if
           end-perform

           if risingFlag = 'Y'
                   and lastSecs * 100 >= baseSecs * (100 + growthPct)
               move "GROWING" to trendText
               add 1 to growingCount
           else
               move "steady" to trendText
           end-if.

       FORMAT-TIME.
           divide timeSecs by 60 giving timeMinutes
               remainder timeRest
           move timeMinutes to dispMinutes
           move spaces to timeText
           string dispMinutes delimited by size
                  ":" delimited by size
                  timeRest delimited by size
                  into timeText
           end-string.

       WRITE-AUDIT-TRAIL.
           move "RUNTREND" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move rowsRead to al-recs-read
           move trendCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
