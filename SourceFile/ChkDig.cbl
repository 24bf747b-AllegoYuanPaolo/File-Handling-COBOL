       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDIG.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select convParmFile
                       assign to "CHKDIG-PARM.dat"
                       organization is line sequential
                       file status is CVStat.

                   select legacyFile
                       assign to "LEGACY-NUMBERS.dat"
                       organization is line sequential
                       file status is LNStat.

                   select numberCtlFile
                       assign to "NUMBER-CTL.dat"
                       organization is line sequential
                       file status is NCStat.

       DATA DIVISION.
           file section.
      *> Last day old-style numbers are still accepted.
               fd convParmFile.
                   01 conv-parm-record.
                       02 cv-conv-end pic 9(8).

      *> Old-style numbers still on the masters, rebuilt nightly by
      *> CHKCONV - the reissue list.
               fd legacyFile.
                   01 legacy-number-record.
                       02 ln-type   pic x(3).
                       02 ln-number pic 9(6).
                       02 ln-name   pic x(25).

      *> Last number issued per number type.
               fd numberCtlFile.
                   01 number-ctl-record.
                       02 nc-type pic x(3).
                       02 nc-last pic 9(6).

           WORKING-STORAGE SECTION.
           01 CVStat pic xx.
           01 LNStat pic xx.
           01 NCStat pic xx.
           01 fileEOF pic x.

           01 checkNumber pic 9(6).
           01 check-digits redefines checkNumber.
               02 cn-digit pic 9 occurs 6 times.
           01 weightedSum pic 9(4).
           01 sumQuotient pic 9(4).
           01 sumRemainder pic 99.
           01 expectedDigit pic 99.
           01 digitIdx pic 9.
           01 digitValid pic x.

           01 convEnd pic 9(8).
           01 todayDate pic 9(8).
           01 conversionOpen pic x.
           01 onLegacyList pic x.

           01 ctl-table.
               02 ctl-entry occurs 10 times indexed by ctl-idx.
                   03 ctl-type pic x(3).
                   03 ctl-last pic 9(6).
           01 ctlCount pic 99.
           01 ctlFound pic 99.
           01 issueBase pic 9(6).

       LINKAGE SECTION.
           copy "CHKDPRM.cpy".

       PROCEDURE DIVISION using check-digit-parms.
       MAIN-LOGIC.
           move 'N' to cd-result
           move spaces to cd-message

           evaluate cd-function
               when 'I'
                   perform ISSUE-NEXT-NUMBER
               when other
                   perform VALIDATE-NUMBER
           end-evaluate

           GOBACK.

       VALIDATE-NUMBER.
           move cd-number to checkNumber
           perform COMPUTE-CHECK-DIGIT
           if digitValid = 'Y'
               move 'Y' to cd-result
               exit paragraph
           end-if

           evaluate cd-function
               when 'C'
                   continue
               when 'N'
                   string cd-number delimited by size
                          " is not a valid new number - key 0 to"
                              delimited by size
                          " have one issued" delimited by size
                          into cd-message
                   end-string
               when other
                   perform CHECK-CONVERSION
                   if conversionOpen = 'Y' and onLegacyList = 'Y'
                       move 'L' to cd-result
                       string "NOTE: " delimited by size
                              cd-number delimited by size
                              " is an old-style number due for"
                                  delimited by size
                              " reissue" delimited by size
                              into cd-message
                       end-string
                   else
                       string cd-number delimited by size
                              " fails its check digit - mistyped or"
                                  delimited by size
                              " swapped digit?" delimited by size
                              into cd-message
                       end-string
                   end-if
           end-evaluate.

      *> digitValid Y when the sixth digit is the check digit of the
      *> first five; expectedDigit 10 means no number on that base
      *> is valid.
       COMPUTE-CHECK-DIGIT.
           move 0 to weightedSum
           perform varying digitIdx from 1 by 1 until digitIdx > 5
               compute weightedSum = weightedSum
                   + cn-digit(digitIdx) * (7 - digitIdx)
           end-perform
           divide weightedSum by 11 giving sumQuotient
               remainder sumRemainder
           compute expectedDigit = 11 - sumRemainder
           if expectedDigit = 11
               move 0 to expectedDigit
           end-if

           if expectedDigit < 10 and cn-digit(6) = expectedDigit
               move 'Y' to digitValid
           else
               move 'N' to digitValid
           end-if.

      *> With no end date on file the conversion is still open, and
      *> until CHKCONV has built the reissue list every old-style
      *> number counts as listed.
       CHECK-CONVERSION.
           move function current-date(1:8) to todayDate
           move 'Y' to conversionOpen
           open input convParmFile
           if CVStat = "00"
               read convParmFile
                   at end continue
                   not at end
                       if cv-conv-end is numeric
                           move cv-conv-end to convEnd
                           if todayDate > convEnd
                               move 'N' to conversionOpen
                           end-if
                       end-if
               end-read
               close convParmFile
           end-if

           move 'N' to onLegacyList
           if conversionOpen not = 'Y'
               exit paragraph
           end-if

           open input legacyFile
           if LNStat not = "00"
               move 'Y' to onLegacyList
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read legacyFile
                   at end move 'Y' to fileEOF
                   not at end
                       if ln-type = cd-type
                               and ln-number = cd-number
                           move 'Y' to onLegacyList
                           move 'Y' to fileEOF
                       end-if
               end-read
           end-perform
           close legacyFile.

      *> Takes the base (first five digits) after the last number
      *> issued, skipping any base whose check digit would be 10.
      *> The caller still makes sure the number is not on its
      *> master - old-style numbers can sit anywhere in the range.
       ISSUE-NEXT-NUMBER.
           move 0 to ctlCount
           open input numberCtlFile
           if NCStat = "00"
               move 'N' to fileEOF
               perform until fileEOF = 'Y'
                   read numberCtlFile
                       at end move 'Y' to fileEOF
                       not at end
                           if ctlCount < 10
                               add 1 to ctlCount
                               move nc-type to ctl-type(ctlCount)
                               move nc-last to ctl-last(ctlCount)
                           end-if
                   end-read
               end-perform
               close numberCtlFile
           end-if

           move 0 to ctlFound
           perform varying ctl-idx from 1 by 1
                   until ctl-idx > ctlCount
               if ctl-type(ctl-idx) = cd-type
                   set ctlFound to ctl-idx
               end-if
           end-perform
           if ctlFound = 0
               if ctlCount >= 10
                   move "NUMBER-CTL.dat is full - no number issued"
                       to cd-message
                   exit paragraph
               end-if
               add 1 to ctlCount
               move ctlCount to ctlFound
               move cd-type to ctl-type(ctlFound)
               move 99990 to ctl-last(ctlFound)
           end-if

           divide ctl-last(ctlFound) by 10 giving issueBase
           move 'N' to digitValid
           perform until digitValid = 'Y' or issueBase >= 99999
               add 1 to issueBase
               compute checkNumber = issueBase * 10
               perform COMPUTE-CHECK-DIGIT
               if expectedDigit < 10
                   move expectedDigit to cn-digit(6)
                   move 'Y' to digitValid
               end-if
           end-perform
           if digitValid not = 'Y'
               string cd-type delimited by size
                      " number range is used up - no number issued"
                          delimited by size
                      into cd-message
               end-string
               exit paragraph
           end-if

           move checkNumber to ctl-last(ctlFound)
           move checkNumber to cd-number
           move 'Y' to cd-result

           open output numberCtlFile
           perform varying ctl-idx from 1 by 1
                   until ctl-idx > ctlCount
               move ctl-type(ctl-idx) to nc-type
               move ctl-last(ctl-idx) to nc-last
               write number-ctl-record
           end-perform
           close numberCtlFile.
