       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
      *> The parameter file being maintained and its numbered
      *> versions are named at run time from the file catalogue.
                   select parmFile
                       assign to parmFileName
                       organization is line sequential
                       file status is PFStat.

                   select versionFile
                       assign to versionFileName
                       organization is line sequential
                       file status is VFStat.

                   select versionIndex
                       assign to "PARM-VERSIONS.dat"
                       organization is line sequential
                       file status is VIStat.

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
               fd parmFile.
                   01 parm-line pic x(80).

               fd versionFile.
                   01 version-line pic x(80).

      *> One line per version kept: the file, its version number,
      *> when and by whom, and why (SAVE before an edit was
      *> written, ROLLBACK before an older version was put back).
               fd versionIndex.
                   01 version-index-record.
                       02 pv-code    pic x(8).
                       02 pv-version pic 9(4).
                       02 pv-date    pic 9(8).
                       02 pv-time    pic 9(6).
                       02 pv-user    pic x(8).
                       02 pv-action  pic x(8).
                       02 pv-note    pic x(40).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 PFStat pic xx.
           01 VFStat pic xx.
           01 VIStat pic xx.
           01 CUStat pic xx.
           01 AuditStat pic xx.

      *> The files this program maintains.  Key length is how many
      *> leading characters must be unique on the file (0 = none);
      *> max records caps single-record files such as QUOTE-VALID.
           01 file-catalogue-values.
               02 filler pic x(28) value
                   "PARMCARDPARM-CARDS.dat      ".
               02 filler pic x(32) value
                   "Batch parameter cards   04908500".
               02 filler pic x(28) value
                   "ALERTLIMALERT-LIMITS.dat    ".
               02 filler pic x(32) value
                   "Station alert limits    02206500".
               02 filler pic x(28) value
                   "DAYSUMTHDAYSUM-THRESH.dat   ".
               02 filler pic x(32) value
                   "Day summary thresholds  01510500".
               02 filler pic x(28) value
                   "QUOTEVALQUOTE-VALID.dat     ".
               02 filler pic x(32) value
                   "Quotation validity      00300001".
               02 filler pic x(28) value
                   "DISCTIERDISC-TIER.dat       ".
               02 filler pic x(32) value
                   "Discount tiers          00602500".
               02 filler pic x(28) value
                   "TAXRATE TAXRATE.dat         ".
               02 filler pic x(32) value
                   "Sales tax rates         01612500".
               02 filler pic x(28) value
                   "FEETABLEFEE-TABLE.dat       ".
               02 filler pic x(32) value
                   "Tuition fee table       02011500".
               02 filler pic x(28) value
                   "READSCHDREAD-SCHED.dat      ".
               02 filler pic x(32) value
                   "Station reading times   01010500".
           01 file-catalogue redefines file-catalogue-values.
               02 fc-entry occurs 8 times.
                   03 fc-code    pic x(8).
                   03 fc-file    pic x(20).
                   03 fc-title   pic x(24).
                   03 fc-reclen  pic 9(3).
                   03 fc-keylen  pic 9(2).
                   03 fc-maxrecs pic 9(3).
           01 fileCatCount pic 9 value 8.

      *> Field layout of each file, in record order.  Types:
      *>   X text            9 unsigned number (ff-dec places)
      *>   S sign + digits   D date YYYYMMDD
      *>   M period YYYYMM, or zeros for none    T time HHMM
      *> Limits on 9 and S fields are in the stored units (a rate
      *> of 0.300 with three places is held as 300).
           01 field-catalogue-values.
               02 filler pic x(41) value
                   "1PROGRAM     00108X0+000000000+000000000Y".
               02 filler pic x(41) value
                   "1RUN-MODE    00901X0+000000000+000000000N".
               02 filler pic x(41) value
                   "1OPTION1     01001X0+000000000+000000000N".
               02 filler pic x(41) value
                   "1PAY-PERIOD  01106M0+000000000+000000000N".
               02 filler pic x(41) value
                   "1INPUT-FILE  01720X0+000000000+000000000N".
               02 filler pic x(41) value
                   "1OVERRIDE    03708X0+000000000+000000000N".
               02 filler pic x(41) value
                   "1RATE        0450592+000000000+000099999N".
               02 filler pic x(41) value
                   "2STATION     0010690+000000001+000999999Y".
               02 filler pic x(41) value
                   "2WARN-MIN    00704S0-000000999+000000999N".
               02 filler pic x(41) value
                   "2WARN-MAX    01104S0-000000999+000000999N".
               02 filler pic x(41) value
                   "2CRIT-MIN    01504S0-000000999+000000999N".
               02 filler pic x(41) value
                   "2CRIT-MAX    01904S0-000000999+000000999N".
               02 filler pic x(41) value
                   "3PROGRAM     00110X0+000000000+000000000Y".
               02 filler pic x(41) value
                   "3MAX-JUMP    0110590+000000000+000099999N".
               02 filler pic x(41) value
                   "4VALID-DAYS  0010390+000000001+000000365Y".
               02 filler pic x(41) value
                   "5TIER        00102X0+000000000+000000000Y".
               02 filler pic x(41) value
                   "5PERCENT     0030492+000000000+000009999N".
               02 filler pic x(41) value
                   "6EFF-DATE    00108D0+000000000+000000000Y".
               02 filler pic x(41) value
                   "6JURISDICTION00904X0+000000000+000000000Y".
               02 filler pic x(41) value
                   "6RATE        0130493+000000000+000000300N".
               02 filler pic x(41) value
                   "7PROGRAM     00110X0+000000000+000000000Y".
               02 filler pic x(41) value
                   "7YEAR-LEVEL  0110190+000000000+000000009N".
               02 filler pic x(41) value
                   "7AMOUNT      0120992+000000000+999999999N".
               02 filler pic x(41) value
                   "8STATION     0010690+000000001+000999999Y".
               02 filler pic x(41) value
                   "8READ-TIME   00704T0+000000000+000000000Y".
           01 field-catalogue redefines field-catalogue-values.
               02 ff-entry occurs 25 times.
                   03 ff-file     pic 9.
                   03 ff-name     pic x(12).
                   03 ff-start    pic 9(3).
                   03 ff-len      pic 9(2).
                   03 ff-type     pic x.
                   03 ff-dec      pic 9.
                   03 ff-min-sign pic x.
                   03 ff-min      pic 9(9).
                   03 ff-max-sign pic x.
                   03 ff-max      pic 9(9).
                   03 ff-required pic x.
           01 fieldCatCount pic 99 value 25.

      *> The file as loaded, with this session's edits applied.
           01 rec-table.
               02 rec-line pic x(80) occurs 500 times.
           01 recCount pic 9(3) value 0.

      *> An older version, loaded for compare or rollback.
           01 cmp-table.
               02 cmp-line pic x(80) occurs 500 times.
           01 cmpCount pic 9(3) value 0.
           01 cmpMatched pic x occurs 500 times.

      *> Changes keyed since the last save; written to the audit
      *> trail when the file is saved, dropped if discarded.
           01 chg-table.
               02 chg-text pic x(100) occurs 200 times.
           01 chgCount pic 9(3) value 0.

           01 parmFileName pic x(30).
           01 versionFileName pic x(30).
           01 fileStem pic x(20).

           01 fileIdx pic 9.
           01 fldIdx pic 99.
           01 recIdx pic 9(3).
           01 cmpIdx pic 9(3).
           01 shiftIdx pic 9(3).
           01 chgIdx pic 9(3).
           01 charIdx pic 99.
           01 fldStart pic 9(3).
           01 fldLen pic 99.
           01 fldDec pic 9.
           01 keyLen pic 99.

           01 fileChoice pic 9.
           01 editChoice pic 9.
           01 doneFlag pic x value 'N'.
           01 fileDone pic x.
           01 fileEOF pic x.
           01 fileAllowed pic x.
           01 confirmFlag pic x.
           01 entryNumber pic 9(3).
           01 entryVersion pic 9(4).
           01 fieldInput pic x(30).
           01 fieldOK pic x.
           01 recordOK pic x.
           01 recFound pic x.
           01 listedOne pic x.

           01 workLine pic x(80).
           01 beforeLine pic x(80).
           01 afterLine pic x(80).
           01 fieldDisplay pic x(30).
           01 oldDisplay pic x(30).
           01 fieldHint pic x(40).
           01 auditText pic x(120).
           01 chgLine pic x(100).

      *> Number parsing and range checks.
           01 numberOK pic x.
           01 signSeen pic x.
           01 pointSeen pic x.
           01 digitSeen pic x.
           01 trailSpace pic x.
           01 digitCount pic 99.
           01 thisChar pic x.
           01 inputValue pic s9(11)v9(6).
           01 scaledValue pic s9(11).
           01 lowValue pic s9(11).
           01 highValue pic s9(11).
           01 storeDigits pic 9(9).
           01 dispWhole pic -(9)9.
           01 dispTwo pic -(9)9.99.
           01 dispThree pic -(9)9.999.
           01 dispLow pic x(14).
           01 dispHigh pic x(14).

           01 dateValue pic 9(8).
           01 dateMonth pic 99.
           01 dateDay pic 99.
           01 timeHour pic 99.
           01 timeMinute pic 99.

           01 warnMin pic s9(3).
           01 warnMax pic s9(3).
           01 critMin pic s9(3).
           01 critMax pic s9(3).

           01 lastVersion pic 9(4).
           01 newVersion pic 9(4).
           01 wantedVersion pic 9(4).
           01 versionFound pic x.
           01 listVersions pic x.
           01 versionAction pic x(8).
           01 versionNote pic x(40).
           01 dispRec pic zz9.

           01 savedCount pic 9(5) value 0.
           01 rollbackCount pic 9(5) value 0.
           01 changeCount pic 9(5) value 0.
           01 deniedCount pic 9(5) value 0.

           01 currentUser pic x(8) value spaces.
           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "AUTHPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           perform IDENTIFY-OPERATOR

           perform until doneFlag = 'Y'
               perform DISPLAY-FILE-MENU
               accept fileChoice

               evaluate fileChoice
                   when 1 thru 8
                       move fileChoice to fileIdx
                       perform MAINTAIN-FILE
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 8."
               end-evaluate
           end-perform

           display "PARMMNT: " savedCount " saves, " rollbackCount
               " rollbacks, " changeCount " record changes"

           move 0 to RETURN-CODE
           perform WRITE-AUDIT-TRAIL

           GOBACK.

       DISPLAY-FILE-MENU.
           display " "
           display "===== PARAMETER FILE MAINTENANCE ====="
           perform varying fileIdx from 1 by 1
                   until fileIdx > fileCatCount
               display fileIdx "  " fc-file(fileIdx) " "
                   fc-title(fileIdx)
           end-perform
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

      *> Each file has its own permission, PARMMNT-<file code>
      *> (PARMMNT-TAXRATE and so on), so tax rates can be kept to
      *> finance and station limits to operations.  No matrix =
      *> everyone, as elsewhere.
       CHECK-FILE-AUTH.
           move 'Y' to fileAllowed
           move currentUser to ak-userid
           move spaces to ak-function
           string "PARMMNT-" delimited by size
                  fc-code(fileIdx) delimited by space
                  into ak-function
           end-string
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed = 'N'
               move 'N' to fileAllowed
               add 1 to deniedCount
               display "PARMMNT: " currentUser " is not granted "
                   ak-function
           end-if.

       MAINTAIN-FILE.
           perform CHECK-FILE-AUTH
           if fileAllowed = 'N'
               exit paragraph
           end-if

           move fc-file(fileIdx) to parmFileName
           move fc-keylen(fileIdx) to keyLen
           move spaces to fileStem
           unstring fc-file(fileIdx) delimited by ".dat"
               into fileStem
           end-unstring
           perform LOAD-LIVE-FILE
           move 0 to chgCount

           move 'N' to fileDone
           perform until fileDone = 'Y'
               perform DISPLAY-EDIT-MENU
               accept editChoice

               evaluate editChoice
                   when 1 perform LIST-RECORDS
                   when 2 perform SHOW-RECORD
                   when 3 perform CHANGE-RECORD
                   when 4 perform ADD-RECORD
                   when 5 perform DELETE-RECORD
                   when 6 perform SAVE-CHANGES
                   when 7 perform LIST-VERSIONS
                   when 8 perform COMPARE-VERSION
                   when 9 perform ROLLBACK-VERSION
                   when 0 perform LEAVE-FILE
                   when other
                       display "Invalid selection - pick 0 to 9."
               end-evaluate
           end-perform.

       DISPLAY-EDIT-MENU.
           display " "
           display "===== " function trim(fc-file(fileIdx)) " - "
               function trim(fc-title(fileIdx)) " ====="
           if chgCount > 0
               display "(" chgCount " unsaved changes)"
           end-if
           display "1  List records"
           display "2  Show a record field by field"
           display "3  Change a record"
           display "4  Add a record"
           display "5  Delete a record"
           display "6  Save changes (keeps the old file as a version)"
           display "7  List saved versions"
           display "8  Compare a version with the current file"
           display "9  Roll back to a version"
           display "0  Back to file list"
           display "Enter selection: " with no advancing.

       LEAVE-FILE.
           if chgCount > 0
               display "Discard " chgCount " unsaved changes? (Y/N): "
                   with no advancing
               accept confirmFlag
               if confirmFlag not = 'Y' and confirmFlag not = 'y'
                   exit paragraph
               end-if
               display "Changes discarded - "
                   function trim(fc-file(fileIdx)) " not altered."
           end-if
           move 'Y' to fileDone.

       LOAD-LIVE-FILE.
           move 0 to recCount
           open input parmFile
           if PFStat not = "00"
               display "PARMMNT: " function trim(parmFileName)
                   " not found - starting an empty file."
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read parmFile
                   at end move 'Y' to fileEOF
                   not at end
                       if recCount < 500
                           add 1 to recCount
                           move parm-line to rec-line(recCount)
                       end-if
               end-read
           end-perform
           close parmFile.

       LIST-RECORDS.
           if recCount = 0
               display "No records on file."
               exit paragraph
           end-if
           perform varying recIdx from 1 by 1
                   until recIdx > recCount
               move recIdx to dispRec
               display dispRec "  "
                   rec-line(recIdx)(1:fc-reclen(fileIdx))
           end-perform.

       SHOW-RECORD.
           perform GET-RECORD-NUMBER
           if recFound = 'N'
               exit paragraph
           end-if
           move rec-line(recIdx) to workLine
           perform SHOW-RECORD-FIELDS.

       SHOW-RECORD-FIELDS.
           perform varying fldIdx from 1 by 1
                   until fldIdx > fieldCatCount
               if ff-file(fldIdx) = fileIdx
                   perform FORMAT-FIELD
                   display "   " ff-name(fldIdx) " "
                       function trim(fieldDisplay)
               end-if
           end-perform.

       GET-RECORD-NUMBER.
           move 'N' to recFound
           if recCount = 0
               display "No records on file."
               exit paragraph
           end-if
           display "Record number (1 - " recCount "): "
               with no advancing
           accept entryNumber
           move entryNumber to recIdx
           if recIdx < 1 or recIdx > recCount
               display "No record " recIdx " on file."
               exit paragraph
           end-if
           move 'Y' to recFound.

       CHANGE-RECORD.
           perform GET-RECORD-NUMBER
           if recFound = 'N'
               exit paragraph
           end-if
           move rec-line(recIdx) to beforeLine
           move beforeLine to workLine
           display "Press Enter on a field to keep its value."
           perform EDIT-RECORD-FIELDS
           if workLine = beforeLine
               display "No change made."
               exit paragraph
           end-if

           perform VALIDATE-RECORD
           if recordOK = 'N'
               display "Change not taken."
               exit paragraph
           end-if

           display "Changed record:"
           perform SHOW-RECORD-FIELDS
           display "Take this change? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Change discarded."
               exit paragraph
           end-if

           move workLine to rec-line(recIdx)
           perform LOG-FIELD-CHANGES.

       ADD-RECORD.
           if recCount >= fc-maxrecs(fileIdx)
               display function trim(fc-file(fileIdx)) " holds at "
                   "most " fc-maxrecs(fileIdx) " records - change "
                   "or delete one instead."
               exit paragraph
           end-if

           move 0 to recIdx
           perform BLANK-NEW-RECORD
           display "Press Enter on a field to take the value shown."
           perform EDIT-RECORD-FIELDS
           perform VALIDATE-RECORD
           if recordOK = 'N'
               display "Record not added."
               exit paragraph
           end-if

           display "New record:"
           perform SHOW-RECORD-FIELDS
           display "Add this record? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Add discarded."
               exit paragraph
           end-if

           add 1 to recCount
           move workLine to rec-line(recCount)
           move recCount to dispRec
           move spaces to chgLine
           string "ADD REC " delimited by size
                  function trim(dispRec) delimited by size
                  " " delimited by size
                  workLine(1:fc-reclen(fileIdx)) delimited by size
                  into chgLine
           end-string
           perform ADD-CHANGE-TEXT.

      *> Starting values for a new record: numbers zero, signed
      *> numbers +0, text blank.
       BLANK-NEW-RECORD.
           move spaces to workLine
           perform varying fldIdx from 1 by 1
                   until fldIdx > fieldCatCount
               if ff-file(fldIdx) = fileIdx
                   move ff-start(fldIdx) to fldStart
                   move ff-len(fldIdx) to fldLen
                   evaluate ff-type(fldIdx)
                       when 'X'
                           continue
                       when 'S'
                           move all "0" to workLine(fldStart:fldLen)
                           move "+" to workLine(fldStart:1)
                       when other
                           move all "0" to workLine(fldStart:fldLen)
                   end-evaluate
               end-if
           end-perform.

       DELETE-RECORD.
           perform GET-RECORD-NUMBER
           if recFound = 'N'
               exit paragraph
           end-if
           move rec-line(recIdx) to workLine
           perform SHOW-RECORD-FIELDS
           display "Delete this record? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Delete discarded."
               exit paragraph
           end-if

           move recIdx to dispRec
           move spaces to chgLine
           string "DELETE REC " delimited by size
                  function trim(dispRec) delimited by size
                  " " delimited by size
                  workLine(1:fc-reclen(fileIdx)) delimited by size
                  into chgLine
           end-string
           perform ADD-CHANGE-TEXT

           perform varying shiftIdx from recIdx by 1
                   until shiftIdx >= recCount
               move rec-line(shiftIdx + 1) to rec-line(shiftIdx)
           end-perform
           subtract 1 from recCount.

       EDIT-RECORD-FIELDS.
           perform varying fldIdx from 1 by 1
                   until fldIdx > fieldCatCount
               if ff-file(fldIdx) = fileIdx
                   perform EDIT-ONE-FIELD
               end-if
           end-perform.

       EDIT-ONE-FIELD.
           move ff-start(fldIdx) to fldStart
           move ff-len(fldIdx) to fldLen
           move ff-dec(fldIdx) to fldDec
           perform BUILD-FIELD-HINT
           move 'N' to fieldOK
           perform until fieldOK = 'Y'
               perform FORMAT-FIELD
               display ff-name(fldIdx) " " function trim(fieldHint)
                   " [" function trim(fieldDisplay) "]: "
                   with no advancing
               move spaces to fieldInput
               accept fieldInput
               if fieldInput = spaces
                   if ff-required(fldIdx) = 'Y'
                           and workLine(fldStart:fldLen) = spaces
                       display "  " function trim(ff-name(fldIdx))
                           " must be filled in."
                   else
                       move 'Y' to fieldOK
                   end-if
               else
                   perform PARSE-FIELD-INPUT
               end-if
           end-perform.

       BUILD-FIELD-HINT.
           move spaces to fieldHint
           evaluate ff-type(fldIdx)
               when 'X'
                   move fldLen to dispRec
                   string "(text, up to " delimited by size
                          function trim(dispRec) delimited by size
                          ")" delimited by size
                          into fieldHint
                   end-string
               when '9'
               when 'S'
                   perform SET-FIELD-LIMITS
                   string "(" delimited by size
                          function trim(dispLow) delimited by size
                          " to " delimited by size
                          function trim(dispHigh) delimited by size
                          ")" delimited by size
                          into fieldHint
                   end-string
               when 'D'
                   move "(date YYYYMMDD)" to fieldHint
               when 'M'
                   move "(period YYYYMM, 0 = none)" to fieldHint
               when 'T'
                   move "(time HHMM)" to fieldHint
           end-evaluate.

      *> Limits in stored units, and as the operator keys them.
       SET-FIELD-LIMITS.
           move ff-min(fldIdx) to lowValue
           if ff-min-sign(fldIdx) = '-'
               compute lowValue = 0 - lowValue
           end-if
           move ff-max(fldIdx) to highValue
           if ff-max-sign(fldIdx) = '-'
               compute highValue = 0 - highValue
           end-if

           evaluate fldDec
               when 0
                   move lowValue to dispWhole
                   move dispWhole to dispLow
                   move highValue to dispWhole
                   move dispWhole to dispHigh
               when 2
                   compute dispTwo = lowValue / 100
                   move dispTwo to dispLow
                   compute dispTwo = highValue / 100
                   move dispTwo to dispHigh
               when other
                   compute dispThree = lowValue / 1000
                   move dispThree to dispLow
                   compute dispThree = highValue / 1000
                   move dispThree to dispHigh
           end-evaluate.

      *> The field as the operator reads it: numbers with their
      *> decimal point put back, everything else as held.
       FORMAT-FIELD.
           move ff-start(fldIdx) to fldStart
           move ff-len(fldIdx) to fldLen
           move ff-dec(fldIdx) to fldDec
           move spaces to fieldDisplay
           if ff-type(fldIdx) = '9' and fldDec > 0
               string workLine(fldStart:fldLen - fldDec)
                          delimited by size
                      "." delimited by size
                      workLine(fldStart + fldLen - fldDec:fldDec)
                          delimited by size
                      into fieldDisplay
               end-string
           else
               move workLine(fldStart:fldLen) to fieldDisplay
           end-if.

       PARSE-FIELD-INPUT.
           evaluate ff-type(fldIdx)
               when 'X'
                   perform PARSE-TEXT
               when '9'
               when 'S'
                   perform PARSE-NUMBER
               when 'D'
                   perform PARSE-DATE
               when 'M'
                   perform PARSE-PERIOD
               when 'T'
                   perform PARSE-TIME
           end-evaluate.

       PARSE-TEXT.
           if fldLen < 30
               if fieldInput(fldLen + 1:) not = spaces
                   display "  Too long - at most " fldLen
                       " characters."
                   exit paragraph
               end-if
           end-if
           move fieldInput(1:fldLen) to workLine(fldStart:fldLen)
           move 'Y' to fieldOK.

       PARSE-NUMBER.
           perform CHECK-NUMBER-TEXT
           if numberOK = 'N'
               display "  Not a number."
               exit paragraph
           end-if
           if ff-type(fldIdx) = '9' and signSeen = '-'
               display "  Must not be negative."
               exit paragraph
           end-if

           compute inputValue = function numval(fieldInput)
           compute inputValue = inputValue * (10 ** fldDec)
           move inputValue to scaledValue
           if inputValue not = scaledValue
               display "  At most " fldDec " decimal places."
               exit paragraph
           end-if

           perform SET-FIELD-LIMITS
           if scaledValue < lowValue or scaledValue > highValue
               display "  Out of range - " function trim(dispLow)
                   " to " function trim(dispHigh) "."
               exit paragraph
           end-if

           if scaledValue < 0
               compute storeDigits = 0 - scaledValue
           else
               move scaledValue to storeDigits
           end-if
           if ff-type(fldIdx) = 'S'
               if scaledValue < 0
                   move "-" to workLine(fldStart:1)
               else
                   move "+" to workLine(fldStart:1)
               end-if
               move storeDigits(11 - fldLen:fldLen - 1)
                   to workLine(fldStart + 1:fldLen - 1)
           else
               move storeDigits(10 - fldLen:fldLen)
                   to workLine(fldStart:fldLen)
           end-if
           move 'Y' to fieldOK.

      *> Digits with at most one decimal point and an optional
      *> leading sign; spaces only before and after.
       CHECK-NUMBER-TEXT.
           move 'Y' to numberOK
           move space to signSeen
           move 'N' to pointSeen
           move 'N' to digitSeen
           move 'N' to trailSpace
           move 0 to digitCount
           perform varying charIdx from 1 by 1 until charIdx > 30
               move fieldInput(charIdx:1) to thisChar
               evaluate true
                   when thisChar = space
                       if signSeen not = space or digitSeen = 'Y'
                               or pointSeen = 'Y'
                           move 'Y' to trailSpace
                       end-if
                   when trailSpace = 'Y'
                       move 'N' to numberOK
                   when thisChar >= "0" and thisChar <= "9"
                       move 'Y' to digitSeen
                       if pointSeen = 'N'
                           add 1 to digitCount
                       end-if
                   when thisChar = "."
                       if pointSeen = 'Y'
                           move 'N' to numberOK
                       end-if
                       move 'Y' to pointSeen
                   when thisChar = "+" or thisChar = "-"
                       if signSeen not = space or digitSeen = 'Y'
                               or pointSeen = 'Y'
                           move 'N' to numberOK
                       end-if
                       move thisChar to signSeen
                   when other
                       move 'N' to numberOK
               end-evaluate
           end-perform
           if digitSeen = 'N' or digitCount > 9
               move 'N' to numberOK
           end-if.

       PARSE-DATE.
           if fieldInput(1:8) is not numeric
                   or fieldInput(9:) not = spaces
               display "  Key the date as YYYYMMDD."
               exit paragraph
           end-if
           move fieldInput(1:8) to dateValue
           move dateValue(5:2) to dateMonth
           move dateValue(7:2) to dateDay
           if dateValue < 19000101 or dateMonth < 1
                   or dateMonth > 12 or dateDay < 1
                   or dateDay > 31
               display "  Invalid date."
               exit paragraph
           end-if
           move fieldInput(1:8) to workLine(fldStart:fldLen)
           move 'Y' to fieldOK.

       PARSE-PERIOD.
           if function trim(fieldInput) = "0"
               move all "0" to workLine(fldStart:fldLen)
               move 'Y' to fieldOK
               exit paragraph
           end-if
           if fieldInput(1:6) is not numeric
                   or fieldInput(7:) not = spaces
               display "  Key the period as YYYYMM, or 0 for none."
               exit paragraph
           end-if
           move fieldInput(5:2) to dateMonth
           if fieldInput(1:4) < "1900" or dateMonth < 1
                   or dateMonth > 12
               display "  Invalid period."
               exit paragraph
           end-if
           move fieldInput(1:6) to workLine(fldStart:fldLen)
           move 'Y' to fieldOK.

       PARSE-TIME.
           if fieldInput(1:4) is not numeric
                   or fieldInput(5:) not = spaces
               display "  Key the time as HHMM."
               exit paragraph
           end-if
           move fieldInput(1:2) to timeHour
           move fieldInput(3:2) to timeMinute
           if timeHour > 23 or timeMinute > 59
               display "  Invalid time."
               exit paragraph
           end-if
           move fieldInput(1:4) to workLine(fldStart:fldLen)
           move 'Y' to fieldOK.

      *> Checks across the whole record: the key must not clash with
      *> another record (recIdx is the record being changed, 0 on an
      *> add) and station limits must nest inside one another.
       VALIDATE-RECORD.
           move 'Y' to recordOK
           if keyLen > 0
               perform varying shiftIdx from 1 by 1
                       until shiftIdx > recCount
                   if shiftIdx not = recIdx
                           and rec-line(shiftIdx)(1:keyLen)
                               = workLine(1:keyLen)
                       move shiftIdx to dispRec
                       display "Record " function trim(dispRec)
                           " already has this key."
                       move 'N' to recordOK
                   end-if
               end-perform
           end-if

           if fc-code(fileIdx) = "ALERTLIM"
               compute warnMin = function numval(workLine(7:4))
               compute warnMax = function numval(workLine(11:4))
               compute critMin = function numval(workLine(15:4))
               compute critMax = function numval(workLine(19:4))
               if critMin > warnMin or warnMin > warnMax
                       or warnMax > critMax
                   display "Limits must run CRIT-MIN <= WARN-MIN "
                       "<= WARN-MAX <= CRIT-MAX."
                   move 'N' to recordOK
               end-if
           end-if.

      *> One line per field whose value changed.
       LOG-FIELD-CHANGES.
           perform varying fldIdx from 1 by 1
                   until fldIdx > fieldCatCount
               if ff-file(fldIdx) = fileIdx
                   move ff-start(fldIdx) to fldStart
                   move ff-len(fldIdx) to fldLen
                   if beforeLine(fldStart:fldLen)
                           not = workLine(fldStart:fldLen)
                       move workLine to afterLine
                       move beforeLine to workLine
                       perform FORMAT-FIELD
                       move fieldDisplay to oldDisplay
                       move afterLine to workLine
                       perform FORMAT-FIELD
                       move recIdx to dispRec
                       move spaces to chgLine
                       string "CHANGE REC " delimited by size
                              function trim(dispRec) delimited by size
                              " " delimited by size
                              function trim(ff-name(fldIdx))
                                  delimited by size
                              " " delimited by size
                              function trim(oldDisplay)
                                  delimited by size
                              " -> " delimited by size
                              function trim(fieldDisplay)
                                  delimited by size
                              into chgLine
                       end-string
                       perform ADD-CHANGE-TEXT
                   end-if
               end-if
           end-perform.

      *> The last slot is kept for the marker, so no itemised
      *> change is ever written over.
       ADD-CHANGE-TEXT.
           add 1 to changeCount
           if chgCount < 199
               add 1 to chgCount
               move chgLine to chg-text(chgCount)
           else
               if chgCount = 199
                   add 1 to chgCount
               end-if
               move "FURTHER CHANGES NOT ITEMISED"
                   to chg-text(chgCount)
           end-if.

      *> The file on disk is kept as the next numbered version
      *> before the edited records replace it, and each change
      *> keyed goes onto the audit trail.
       SAVE-CHANGES.
           if chgCount = 0
               display "Nothing to save."
               exit paragraph
           end-if
           display "Save " chgCount " changes to "
               function trim(fc-file(fileIdx)) "? (Y/N): "
               with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Not saved."
               exit paragraph
           end-if

           move "SAVE" to versionAction
           move spaces to versionNote
           string "Before " delimited by size
                  chgCount delimited by size
                  " changes" delimited by size
                  into versionNote
           end-string
           perform KEEP-PRIOR-VERSION
           if VFStat not = "00"
               exit paragraph
           end-if
           perform WRITE-LIVE-FILE

           move spaces to auditText
           string "SAVE - PRIOR FILE KEPT AS V" delimited by size
                  newVersion delimited by size
                  into auditText
           end-string
           perform WRITE-AUDIT-LINE
           perform varying chgIdx from 1 by 1
                   until chgIdx > chgCount
               move chg-text(chgIdx) to auditText
               perform WRITE-AUDIT-LINE
           end-perform

           move 0 to chgCount
           add 1 to savedCount
           display function trim(fc-file(fileIdx)) " saved - "
               "previous contents kept as version " newVersion.

      *> Copies the file as it stands on disk to
      *> <name>-Vnnnn.dat and indexes it on PARM-VERSIONS.dat.
       KEEP-PRIOR-VERSION.
           move 'N' to listVersions
           perform SCAN-VERSION-INDEX
           compute newVersion = lastVersion + 1
           perform SET-VERSION-FILENAME

           open output versionFile
           if VFStat not = "00"
               display "PARMMNT: cannot create "
                   function trim(versionFileName) " " VFStat
                   " - file not changed."
               exit paragraph
           end-if
           open input parmFile
           if PFStat = "00"
               move 'N' to fileEOF
               perform until fileEOF = 'Y'
                   read parmFile
                       at end move 'Y' to fileEOF
                       not at end
                           write version-line from parm-line
                   end-read
               end-perform
               close parmFile
           end-if
           close versionFile

           open input versionIndex
           if VIStat = "00"
               close versionIndex
               open extend versionIndex
           else
               open output versionIndex
           end-if
           move fc-code(fileIdx) to pv-code
           move newVersion to pv-version
           move function current-date(1:8) to pv-date
           move function current-date(9:6) to pv-time
           move currentUser to pv-user
           move versionAction to pv-action
           move versionNote to pv-note
           write version-index-record
           close versionIndex.

       SET-VERSION-FILENAME.
           move spaces to versionFileName
           string function trim(fileStem) delimited by size
                  "-V" delimited by size
                  newVersion delimited by size
                  ".dat" delimited by size
                  into versionFileName
           end-string.

       WRITE-LIVE-FILE.
           open output parmFile
           perform varying recIdx from 1 by 1
                   until recIdx > recCount
               write parm-line from rec-line(recIdx)
           end-perform
           close parmFile.

      *> Finds the highest version kept for this file, whether
      *> wantedVersion is among them, and lists them on request.
       SCAN-VERSION-INDEX.
           move 0 to lastVersion
           move 'N' to versionFound
           move 'N' to listedOne
           open input versionIndex
           if VIStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read versionIndex
                   at end move 'Y' to fileEOF
                   not at end
                       if pv-code = fc-code(fileIdx)
                           if pv-version > lastVersion
                               move pv-version to lastVersion
                           end-if
                           if pv-version = wantedVersion
                               move 'Y' to versionFound
                           end-if
                           if listVersions = 'Y'
                               move 'Y' to listedOne
                               display "V" pv-version "  " pv-date
                                   " " pv-time "  " pv-user "  "
                                   pv-action " " pv-note
                           end-if
                       end-if
               end-read
           end-perform
           close versionIndex.

       LIST-VERSIONS.
           move 0 to wantedVersion
           move 'Y' to listVersions
           perform SCAN-VERSION-INDEX
           if listedOne = 'N'
               display "No versions kept yet for "
                   function trim(fc-file(fileIdx)) "."
           end-if.

       GET-VERSION-NUMBER.
           move 'N' to versionFound
           display "Version number (0 = cancel): " with no advancing
           accept entryVersion
           move entryVersion to wantedVersion
           if wantedVersion = 0
               exit paragraph
           end-if
           move 'N' to listVersions
           perform SCAN-VERSION-INDEX
           if versionFound = 'N'
               display "No version " wantedVersion " kept for "
                   function trim(fc-file(fileIdx)) "."
               exit paragraph
           end-if

           move wantedVersion to newVersion
           perform SET-VERSION-FILENAME
           move 0 to cmpCount
           open input versionFile
           if VFStat not = "00"
               display "PARMMNT: " function trim(versionFileName)
                   " is missing " VFStat
               move 'N' to versionFound
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read versionFile
                   at end move 'Y' to fileEOF
                   not at end
                       if cmpCount < 500
                           add 1 to cmpCount
                           move version-line to cmp-line(cmpCount)
                       end-if
               end-read
           end-perform
           close versionFile.

      *> Records are matched on their key where the file has one,
      *> otherwise by position, and differences shown field by
      *> field against the file as it now stands in this session.
       COMPARE-VERSION.
           perform GET-VERSION-NUMBER
           if versionFound = 'N'
               exit paragraph
           end-if
           display "Version " wantedVersion " against current"
               " (- version, + current):"
           move 'N' to listedOne
           perform varying recIdx from 1 by 1 until recIdx > 500
               move 'N' to cmpMatched(recIdx)
           end-perform

           perform varying cmpIdx from 1 by 1
                   until cmpIdx > cmpCount
               move 'N' to recFound
               if keyLen > 0
                   perform varying recIdx from 1 by 1
                           until recIdx > recCount or recFound = 'Y'
                       if cmpMatched(recIdx) = 'N'
                               and rec-line(recIdx)(1:keyLen)
                                   = cmp-line(cmpIdx)(1:keyLen)
                           move 'Y' to recFound
                       end-if
                   end-perform
                   subtract 1 from recIdx
               else
                   if cmpIdx <= recCount
                       move cmpIdx to recIdx
                       move 'Y' to recFound
                   end-if
               end-if

               if recFound = 'Y'
                   move 'Y' to cmpMatched(recIdx)
                   if rec-line(recIdx) not = cmp-line(cmpIdx)
                       perform SHOW-RECORD-DIFFERENCES
                   end-if
               else
                   move 'Y' to listedOne
                   display "- " cmp-line(cmpIdx)(1:fc-reclen(fileIdx))
               end-if
           end-perform

           perform varying recIdx from 1 by 1
                   until recIdx > recCount
               if cmpMatched(recIdx) = 'N'
                   move 'Y' to listedOne
                   display "+ " rec-line(recIdx)(1:fc-reclen(fileIdx))
               end-if
           end-perform

           if listedOne = 'N'
               display "No differences."
           end-if.

       SHOW-RECORD-DIFFERENCES.
           move 'Y' to listedOne
           if keyLen > 0
               display "  " rec-line(recIdx)(1:keyLen) " changed:"
           else
               move recIdx to dispRec
               display "  Record " function trim(dispRec) " changed:"
           end-if
           move cmp-line(cmpIdx) to beforeLine
           perform varying fldIdx from 1 by 1
                   until fldIdx > fieldCatCount
               if ff-file(fldIdx) = fileIdx
                   move ff-start(fldIdx) to fldStart
                   move ff-len(fldIdx) to fldLen
                   if beforeLine(fldStart:fldLen)
                           not = rec-line(recIdx)(fldStart:fldLen)
                       move beforeLine to workLine
                       perform FORMAT-FIELD
                       move fieldDisplay to oldDisplay
                       move rec-line(recIdx) to workLine
                       perform FORMAT-FIELD
                       display "    " ff-name(fldIdx) " "
                           function trim(oldDisplay) " -> "
                           function trim(fieldDisplay)
                   end-if
               end-if
           end-perform.

      *> The file as it stands is itself kept as a new version
      *> first, so a rollback can be undone the same way.
       ROLLBACK-VERSION.
           if chgCount > 0
               display "Save or discard the " chgCount
                   " unsaved changes first."
               exit paragraph
           end-if
           perform GET-VERSION-NUMBER
           if versionFound = 'N'
               exit paragraph
           end-if
           display "Replace " function trim(fc-file(fileIdx))
               " with version " wantedVersion " (" cmpCount
               " records)? (Y/N): " with no advancing
           accept confirmFlag
           if confirmFlag not = 'Y' and confirmFlag not = 'y'
               display "Rollback discarded."
               exit paragraph
           end-if

           move "ROLLBACK" to versionAction
           move spaces to versionNote
           string "Before rollback to V" delimited by size
                  wantedVersion delimited by size
                  into versionNote
           end-string
           perform KEEP-PRIOR-VERSION
           if VFStat not = "00"
               exit paragraph
           end-if

           move cmp-table to rec-table
           move cmpCount to recCount
           perform WRITE-LIVE-FILE

           move spaces to auditText
           string "ROLLBACK TO V" delimited by size
                  wantedVersion delimited by size
                  " - PRIOR FILE KEPT AS V" delimited by size
                  newVersion delimited by size
                  into auditText
           end-string
           perform WRITE-AUDIT-LINE

           add 1 to rollbackCount
           display function trim(fc-file(fileIdx))
               " rolled back to version " wantedVersion
               " - previous contents kept as version " newVersion.

       WRITE-AUDIT-LINE.
           open input auditFile
               if AuditStat = "00"
                   close auditFile
                   open extend auditFile
               else
                   open output auditFile
               end-if

           move spaces to audit-line
           string "PARMMNT " delimited by size
                  fc-code(fileIdx) delimited by space
                  " " delimited by size
                  function trim(auditText) delimited by size
                  " USER " delimited by size
                  function trim(currentUser) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

       WRITE-AUDIT-TRAIL.
           move "PARMMNT" to al-program
           move runStartStamp to al-start-stamp
           move PFStat to al-file-status
           move changeCount to al-recs-read
           compute al-recs-written = savedCount + rollbackCount
           move deniedCount to al-recs-rejected
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
