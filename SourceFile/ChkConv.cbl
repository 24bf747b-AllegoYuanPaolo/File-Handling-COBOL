       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCONV.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select studentMaster
                       assign to "STUDENT-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is sm-student-id
                       file status is SMStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select convParmFile
                       assign to "CHKDIG-PARM.dat"
                       organization is line sequential
                       file status is CVStat.

                   select legacyFile
                       assign to "LEGACY-NUMBERS.dat"
                       organization is line sequential
                       file status is LNStat.

                   select reportFile
                       assign to "ChkConv.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd convParmFile.
                   01 conv-parm-record.
                       02 cv-conv-end pic 9(8).

      *> The reissue list CHKDIG consults during the conversion
      *> period - every number on a master without a good check
      *> digit.
               fd legacyFile.
                   01 legacy-number-record.
                       02 ln-type   pic x(3).
                       02 ln-number pic 9(6).
                       02 ln-name   pic x(25).

               fd reportFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           01 EMStat pic xx.
           01 SMStat pic xx.
           01 CMStat pic xx.
           01 CVStat pic xx.
           01 LNStat pic xx.
           01 OFStat pic xx.

           01 fileEOF pic x.
           01 empUsable pic x value 'N'.
           01 stuUsable pic x value 'N'.
           01 custUsable pic x value 'N'.

      *> Last night's list, so a master that cannot be read tonight
      *> keeps its entries rather than dropping off the list.
           01 old-list-table.
               02 old-entry occurs 1 to 5000 times
                       depending on oldCount
                       indexed by old-idx.
                   03 ol-type   pic x(3).
                   03 ol-number pic 9(6).
                   03 ol-name   pic x(25).
           01 oldCount pic 9(4) value 0.

           01 convEnd pic 9(8) value 0.
           01 todayDate pic 9(8).
           01 conversionOver pic x value 'N'.

           01 currentType pic x(3).
           01 currentName pic x(25).
           01 typeCount pic 9(6).
           01 empLegacy pic 9(6) value 0.
           01 stuLegacy pic 9(6) value 0.
           01 custLegacy pic 9(6) value 0.
           01 totalLegacy pic 9(6) value 0.
           01 rowsRead pic 9(7) value 0.
           01 dispCount pic ZZZ,ZZ9.
           01 dispDate pic 9999/99/99.

           copy "CHKDPRM.cpy".
           copy "LOCKPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate

           perform READ-CONVERSION-END
           perform LOAD-OLD-LIST
           perform OPEN-MASTERS

           open output legacyFile
           open output reportFile
           perform WRITE-REPORT-HEADER

           perform SCAN-EMPLOYEES
           perform SCAN-CUSTOMERS
           perform SCAN-STUDENTS

           perform WRITE-SUMMARY
           close reportFile
           close legacyFile
           perform CLOSE-MASTERS

           compute totalLegacy = empLegacy + custLegacy + stuLegacy
           display "CHKCONV: " totalLegacy
               " old-style numbers due for reissue - see ChkConv.dat"

           move 0 to RETURN-CODE
           if conversionOver = 'Y' and totalLegacy > 0
               move totalLegacy to dispCount
               move "CHKCONV " to om-program
               move 'W' to om-severity
               move spaces to om-text
               string "Conversion period over - "
                          delimited by size
                      function trim(dispCount) delimited by size
                      " old-style numbers not reissued"
                          delimited by size
                      into om-text
               end-string
               call "OPERLOG" using oper-msg-parms
               end-call
               move 4 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-CONVERSION-END.
           open input convParmFile
           if CVStat not = "00"
               exit paragraph
           end-if
           read convParmFile
               at end continue
               not at end
                   if cv-conv-end is numeric
                       move cv-conv-end to convEnd
                   end-if
           end-read
           close convParmFile

           if convEnd > 0 and todayDate > convEnd
               move 'Y' to conversionOver
           end-if.

       LOAD-OLD-LIST.
           open input legacyFile
           if LNStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read legacyFile
                   at end move 'Y' to fileEOF
                   not at end
                       if oldCount < 5000
                           add 1 to oldCount
                           move ln-type to ol-type(oldCount)
                           move ln-number to ol-number(oldCount)
                           move ln-name to ol-name(oldCount)
                       end-if
               end-read
           end-perform
           close legacyFile.

       OPEN-MASTERS.
           move "EMP" to lp-master
           move 'C' to lp-action
           move "CHKCONV " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "CHKCONV: employee master in use by "
                   lp-holder " - last list kept for employees"
           else
               open input employeeMaster
               if EMStat = "00"
                   move 'Y' to empUsable
               end-if
           end-if

           move "STU" to lp-master
           move 'C' to lp-action
           move "CHKCONV " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "CHKCONV: student master in use by "
                   lp-holder " - last list kept for students"
           else
               open input studentMaster
               if SMStat = "00"
                   move 'Y' to stuUsable
               end-if
           end-if

           open input customerMaster
           if CMStat = "00"
               move 'Y' to custUsable
           end-if.

       CLOSE-MASTERS.
           if empUsable = 'Y'
               close employeeMaster
           end-if
           if stuUsable = 'Y'
               close studentMaster
           end-if
           if custUsable = 'Y'
               close customerMaster
           end-if.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== NUMBERS DUE FOR REISSUE (NO CHECK DIGIT) ====="
           move spaces to bufferLine
           string "Run " delimited by size
                  runStartStamp delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           if convEnd > 0
               move convEnd to dispDate
               string "Old-style numbers accepted until "
                          delimited by size
                      dispDate delimited by size
                      into bufferLine
               end-string
           else
               move "No conversion end date set" to bufferLine
           end-if
               write bufferLine.

       SCAN-EMPLOYEES.
           move "EMP" to currentType
           perform START-TYPE-SECTION
           if empUsable not = 'Y'
               perform CARRY-FORWARD-TYPE
               move typeCount to empLegacy
               exit paragraph
           end-if

           move 'N' to fileEOF
           move 0 to em-snum
           start employeeMaster key >= em-snum
               invalid key move 'Y' to fileEOF
           end-start
           perform until fileEOF = 'Y'
               read employeeMaster next
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
                       move em-snum to cd-number
                       move em-sname to currentName
                       perform CHECK-ONE-NUMBER
               end-read
           end-perform
           move typeCount to empLegacy.

       SCAN-CUSTOMERS.
           move "CUS" to currentType
           perform START-TYPE-SECTION
           if custUsable not = 'Y'
               perform CARRY-FORWARD-TYPE
               move typeCount to custLegacy
               exit paragraph
           end-if

           move 'N' to fileEOF
           move 0 to cm-custno
           start customerMaster key >= cm-custno
               invalid key move 'Y' to fileEOF
           end-start
           perform until fileEOF = 'Y'
               read customerMaster next
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
      *> A merged-away account is never keyed again - TRANSENT
      *> redirects it - so it needs no new number.
                       if cm-status not = 'M'
                           move cm-custno to cd-number
                           move cm-name to currentName
                           perform CHECK-ONE-NUMBER
                       end-if
               end-read
           end-perform
           move typeCount to custLegacy.

       SCAN-STUDENTS.
           move "STU" to currentType
           perform START-TYPE-SECTION
           if stuUsable not = 'Y'
               perform CARRY-FORWARD-TYPE
               move typeCount to stuLegacy
               exit paragraph
           end-if

           move 'N' to fileEOF
           move 0 to sm-student-id
           start studentMaster key >= sm-student-id
               invalid key move 'Y' to fileEOF
           end-start
           perform until fileEOF = 'Y'
               read studentMaster next
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to rowsRead
                       move sm-student-id to cd-number
                       move sm-name to currentName
                       perform CHECK-ONE-NUMBER
               end-read
           end-perform
           move typeCount to stuLegacy.

       START-TYPE-SECTION.
           move 0 to typeCount
           write bufferLine from spaces
           move spaces to bufferLine
           evaluate currentType
               when "EMP"
                   move "---- EMP Employee numbers" to bufferLine
               when "CUS"
                   move "---- CUS Customer numbers" to bufferLine
               when other
                   move "---- STU Student numbers" to bufferLine
           end-evaluate
               write bufferLine.

       CHECK-ONE-NUMBER.
           move 'C' to cd-function
           move currentType to cd-type
           move "CHKCONV " to cd-caller
           call "CHKDIG" using check-digit-parms
           end-call
           if cd-result not = 'Y'
               move currentType to ln-type
               move cd-number to ln-number
               move currentName to ln-name
               perform WRITE-LEGACY-LINE
           end-if.

       CARRY-FORWARD-TYPE.
           move spaces to bufferLine
           move "  (master not available - last night's list kept)"
               to bufferLine
               write bufferLine
           perform varying old-idx from 1 by 1
                   until old-idx > oldCount
               if ol-type(old-idx) = currentType
                   move ol-type(old-idx) to ln-type
                   move ol-number(old-idx) to ln-number
                   move ol-name(old-idx) to ln-name
                   perform WRITE-LEGACY-LINE
               end-if
           end-perform.

       WRITE-LEGACY-LINE.
           write legacy-number-record
           add 1 to typeCount
           move spaces to bufferLine
           string "  " delimited by size
                  ln-number delimited by size
                  "  " delimited by size
                  ln-name delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-SUMMARY.
           write bufferLine from spaces
           move empLegacy to dispCount
           move spaces to bufferLine
           string "Employees due for reissue: " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move custLegacy to dispCount
           move spaces to bufferLine
           string "Customers due for reissue: " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move stuLegacy to dispCount
           move spaces to bufferLine
           string "Students due for reissue:  " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           if conversionOver = 'Y'
               write bufferLine from
                   "*** Conversion period is over - these numbers are"
               write bufferLine from
                   "*** now rejected at entry until reissued"
           end-if.

       WRITE-AUDIT-TRAIL.
           move "CHKCONV" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move rowsRead to al-recs-read
           compute al-recs-written = empLegacy + custLegacy
               + stuLegacy
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
