       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTEXTR.

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

                   select saleDetailFile
                       assign to "SEL8-SALEDTL.dat"
                       organization is line sequential
                       file status is SDStat.

                   select arOpenFile
                       assign to "AR-OPEN.dat"
                       organization is line sequential
                       file status is ARStat.

                   select tuitionFile
                       assign to "TUITION-AR.dat"
                       organization is line sequential
                       file status is TUStat.

                   select extractParmFile
                       assign to "TESTEXTR-PARM.dat"
                       organization is line sequential
                       file status is XPStat.

                   select userCurrFile
                       assign to "CURRENT-USER.dat"
                       organization is line sequential
                       file status is CUStat.

                   select testFile
                       assign to testFilename
                       organization is line sequential
                       file status is TFStat.

                   select reportFile
                       assign to "TestExtr.dat"
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

               fd saleDetailFile.
                   copy "SALE-DETAIL.cpy".

               fd arOpenFile.
                   copy "AR-OPEN.cpy".

               fd tuitionFile.
                   copy "TUITION-AR.cpy".

      *> Slice of the activity files to take, by date.  Zero or no
      *> parameter row = the last 31 days.
               fd extractParmFile.
                   01 extract-parm-record.
                       02 xp-from-date pic 9(8).
                       02 xp-to-date   pic 9(8).

               fd userCurrFile.
                   01 user-curr-record.
                       02 cu-userid pic x(8).

      *> Masters are written in the MSTRBKUP snapshot image so
      *> MSTRLOAD can rebuild them in the test region; the activity
      *> files keep their production layouts.
               fd testFile.
                   01 test-line pic x(300).

               fd reportFile.
                   01 bufferLine pic x(80).

           WORKING-STORAGE SECTION.
           01 EMStat pic xx.
           01 SMStat pic xx.
           01 CMStat pic xx.
           01 SDStat pic xx.
           01 ARStat pic xx.
           01 TUStat pic xx.
           01 XPStat pic xx.
           01 CUStat pic xx.
           01 TFStat pic xx.
           01 OFStat pic xx.

           01 testFilename pic x(30).
           01 currentUser pic x(8) value spaces.
           01 todayDate pic 9(8).
           01 fromDate pic 9(8) value 0.
           01 toDate pic 9(8) value 0.
           01 inputEOF pic x.
           01 inCount pic 9(7).
           01 dispIn pic Z,ZZZ,ZZ9.
           01 dispOut pic Z,ZZZ,ZZ9.
           01 dispHash pic -,---,---,--9.99.
           01 outCount pic 9(7).
           01 outHash pic s9(11)v99.
           01 totalRead pic 9(7) value 0.
           01 totalWritten pic 9(7) value 0.
           01 fileLabel pic x(20).
           01 termIdx pic 99.
           01 keepFlag pic x.

      *> Invoices the extracted sale lines were billed on, so their
      *> AR items come across with them.
           01 invoice-table.
               02 inv-entry occurs 1 to 5000 times
                       depending on invCount
                       indexed by inv-idx.
                   03 iv-invoice pic 9(6).
           01 invCount pic 9(4) value 0.
           01 invTruncated pic x value 'N'.

      *> Scrambling works off the record key alone, so the same
      *> employee, student or customer comes out with the same false
      *> name and address on every extract and in every file.
           01 maskKey pic 9(6).
           01 maskIdx1 pic 99.
           01 maskIdx2 pic 99.
           01 maskIdx3 pic 99.
           01 maskName pic x(30).
           01 maskDigits pic 9(4).
           01 maskLimit pic 9(7)v99.

           01 first-name-values.
               02 filler pic x(8) value "Alan".
               02 filler pic x(8) value "Brenda".
               02 filler pic x(8) value "Colin".
               02 filler pic x(8) value "Diane".
               02 filler pic x(8) value "Edward".
               02 filler pic x(8) value "Fiona".
               02 filler pic x(8) value "Gordon".
               02 filler pic x(8) value "Helen".
               02 filler pic x(8) value "Ian".
               02 filler pic x(8) value "Joan".
               02 filler pic x(8) value "Keith".
               02 filler pic x(8) value "Linda".
               02 filler pic x(8) value "Martin".
               02 filler pic x(8) value "Nora".
               02 filler pic x(8) value "Oliver".
               02 filler pic x(8) value "Pamela".
               02 filler pic x(8) value "Roger".
               02 filler pic x(8) value "Sheila".
               02 filler pic x(8) value "Trevor".
               02 filler pic x(8) value "Wendy".
           01 first-name-table redefines first-name-values.
               02 fn-name pic x(8) occurs 20 times.

           01 surname-values.
               02 filler pic x(10) value "Ashby".
               02 filler pic x(10) value "Barlow".
               02 filler pic x(10) value "Carver".
               02 filler pic x(10) value "Dalton".
               02 filler pic x(10) value "Ellison".
               02 filler pic x(10) value "Fenwick".
               02 filler pic x(10) value "Garside".
               02 filler pic x(10) value "Holroyd".
               02 filler pic x(10) value "Ingram".
               02 filler pic x(10) value "Jessop".
               02 filler pic x(10) value "Kershaw".
               02 filler pic x(10) value "Lumb".
               02 filler pic x(10) value "Marsden".
               02 filler pic x(10) value "Naylor".
               02 filler pic x(10) value "Oldroyd".
               02 filler pic x(10) value "Pickles".
               02 filler pic x(10) value "Ramsden".
               02 filler pic x(10) value "Sutcliffe".
               02 filler pic x(10) value "Thwaite".
               02 filler pic x(10) value "Whiteley".
           01 surname-table redefines surname-values.
               02 sn-name pic x(10) occurs 20 times.

           01 company-values.
               02 filler pic x(12) value "Supplies".
               02 filler pic x(12) value "Trading".
               02 filler pic x(12) value "and Sons".
               02 filler pic x(12) value "Engineering".
               02 filler pic x(12) value "Holdings".
           01 company-table redefines company-values.
               02 co-suffix pic x(12) occurs 5 times.

           01 street-values.
               02 filler pic x(12) value "Mill Lane".
               02 filler pic x(12) value "Station Road".
               02 filler pic x(12) value "High Street".
               02 filler pic x(12) value "Church Walk".
               02 filler pic x(12) value "Park Avenue".
               02 filler pic x(12) value "Bridge Road".
               02 filler pic x(12) value "Moor Road".
               02 filler pic x(12) value "Green Lane".
               02 filler pic x(12) value "Queen Street".
               02 filler pic x(12) value "Canal Side".
           01 street-table redefines street-values.
               02 st-name pic x(12) occurs 10 times.

           01 town-values.
               02 filler pic x(12) value "Testbury".
               02 filler pic x(12) value "Sampleton".
               02 filler pic x(12) value "Mockford".
               02 filler pic x(12) value "Dummington".
               02 filler pic x(12) value "Trialby".
           01 town-table redefines town-values.
               02 tw-name pic x(12) occurs 5 times.

           copy "LOCKPRM.cpy".
           copy "AUTHPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "PHONPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move function current-date(1:8) to todayDate
           perform IDENTIFY-OPERATOR

      *> Production names, bank details and addresses leave the
      *> building through this program, so it needs an explicit
      *> TESTEXTR-RUN grant - an absent matrix is not enough.
           move currentUser to ak-userid
           move "TESTEXTR-RUN" to ak-function
           call "AUTHCHK" using auth-check-parms
           end-call
           if ak-allowed not = 'Y'
               display "TESTEXTR: " currentUser
                   " is not granted TESTEXTR-RUN - extract refused."
               move "TESTEXTR" to om-program
               move 'E' to om-severity
               move spaces to om-text
               string "Test-data extract refused for " delimited
                          by size
                      currentUser delimited by size
                      into om-text
               end-string
               call "OPERLOG" using oper-msg-parms
               end-call
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if

           perform READ-EXTRACT-PARM

           open output reportFile
           perform WRITE-REPORT-HEADER

           perform EXTRACT-EMPLOYEE-MASTER
           perform EXTRACT-STUDENT-MASTER
           perform EXTRACT-CUSTOMER-MASTER
           perform EXTRACT-SALE-DETAIL
           perform EXTRACT-AR-OPEN
           perform EXTRACT-TUITION-AR

           write bufferLine from
               "-------------------------------------------------"
           write bufferLine from
               "Keys and amounts are production values; names,"
           write bufferLine from
               "addresses and bank details are scrambled."
           if invTruncated = 'Y'
               write bufferLine from
                   "WARNING: over 5000 invoices on the sale slice -"
               write bufferLine from
                   "some billed AR items were not carried across."
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
           close reportFile

           display "TESTEXTR: " totalWritten " records extracted "
               "for " fromDate " to " toDate
               " - see TestExtr.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

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

       READ-EXTRACT-PARM.
           open input extractParmFile
           if XPStat = "00"
               read extractParmFile
                   at end continue
                   not at end
                       if xp-from-date is numeric
                           move xp-from-date to fromDate
                       end-if
                       if xp-to-date is numeric
                           move xp-to-date to toDate
                       end-if
               end-read
               close extractParmFile
           end-if

           if toDate = 0
               move todayDate to toDate
           end-if
           if fromDate = 0
               compute fromDate = function date-of-integer
                   (function integer-of-date(toDate) - 30)
           end-if.

       WRITE-REPORT-HEADER.
           write bufferLine from
               "===== MASKED TEST-DATA EXTRACT ====="
           move spaces to bufferLine
           string "Run " delimited by size
                  todayDate delimited by size
                  " by " delimited by size
                  currentUser delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move spaces to bufferLine
           string "Activity slice " delimited by size
                  fromDate delimited by size
                  " to " delimited by size
                  toDate delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from
               "-------------------------------------------------"
           move spaces to bufferLine
           string "FILE                     READ   WRITTEN"
                      delimited by size
                  "      AMOUNT HASH" delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-FILE-LINE.
           move inCount to dispIn
           move outCount to dispOut
           move outHash to dispHash
           move spaces to bufferLine
           string fileLabel delimited by size
                  dispIn delimited by size
                  " " delimited by size
                  dispOut delimited by size
                  " " delimited by size
                  dispHash delimited by size
                  into bufferLine
           end-string
               write bufferLine
           add inCount to totalRead
           add outCount to totalWritten.

       OPEN-TEST-FILE.
           open output testFile
           move 0 to inCount
           move 0 to outCount
           move 0 to outHash
           move 'N' to inputEOF.

       EXTRACT-EMPLOYEE-MASTER.
           move "EMP" to lp-master
           move 'C' to lp-action
           move "TESTEXTR" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " - a consistent extract needs that run finished"
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           open input employeeMaster
           if EMStat not = "00"
               display "TESTEXTR: employee master not available ("
                   EMStat ") - not extracted"
               exit paragraph
           end-if

           move "TEST-EMPLOYEE-MASTER.dat" to testFilename
           perform OPEN-TEST-FILE

           move 0 to em-snum
           start employeeMaster key >= em-snum
               invalid key move 'Y' to inputEOF
           end-start
           if inputEOF not = 'Y'
               read employeeMaster next
                   at end move 'Y' to inputEOF
               end-read
           end-if

           perform until inputEOF = 'Y'
               add 1 to inCount
               move em-snum to maskKey
               perform MASK-PERSON-NAME
               move maskName to em-sname
               move maskName to ph-name
               call "PHONKEY" using phonetic-key-parms
               end-call
               move ph-key to em-phon-key
               if em-routing not = 0
                   move 011000015 to em-routing
               end-if
               if em-account not = spaces
                   move spaces to em-account
                   string "TST" delimited by size
                          em-snum delimited by size
                          into em-account
                   end-string
               end-if
               write test-line from employee-master-record
               add 1 to outCount
               add em-ytd-sales to outHash
               add em-ytd-comm to outHash

               read employeeMaster next
                   at end move 'Y' to inputEOF
               end-read
           end-perform

           close testFile
           close employeeMaster
           move "EMPLOYEE-MASTER" to fileLabel
           perform WRITE-FILE-LINE.

       EXTRACT-STUDENT-MASTER.
           move "STU" to lp-master
           move 'C' to lp-action
           move "TESTEXTR" to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Master in use by " lp-holder
                   " - a consistent extract needs that run finished"
               move 8 to RETURN-CODE
               exit paragraph
           end-if

           open input studentMaster
           if SMStat not = "00"
               display "TESTEXTR: student master not available ("
                   SMStat ") - not extracted"
               exit paragraph
           end-if

           move "TEST-STUDENT-MASTER.dat" to testFilename
           perform OPEN-TEST-FILE

           move 0 to sm-student-id
           start studentMaster key >= sm-student-id
               invalid key move 'Y' to inputEOF
           end-start
           if inputEOF not = 'Y'
               read studentMaster next
                   at end move 'Y' to inputEOF
               end-read
           end-if

           perform until inputEOF = 'Y'
               add 1 to inCount
               move sm-student-id to maskKey
               perform MASK-PERSON-NAME
               move maskName to sm-name
               move maskName to ph-name
               call "PHONKEY" using phonetic-key-parms
               end-call
               move ph-key to sm-phon-key
               if sm-addr1 not = spaces
                   perform MASK-STREET
                   move maskName to sm-addr1
               end-if
               if sm-addr2 not = spaces
                   perform MASK-TOWN
                   move maskName to sm-addr2
               end-if
               write test-line from student-master-record
               add 1 to outCount
               perform varying termIdx from 1 by 1
                       until termIdx > sm-term-count
                           or termIdx > 10
                   add sm-term-average(termIdx) to outHash
               end-perform

               read studentMaster next
                   at end move 'Y' to inputEOF
               end-read
           end-perform

           close testFile
           close studentMaster
           move "STUDENT-MASTER" to fileLabel
           perform WRITE-FILE-LINE.

       EXTRACT-CUSTOMER-MASTER.
           open input customerMaster
           if CMStat not = "00"
               display "TESTEXTR: customer master not available ("
                   CMStat ") - not extracted"
               exit paragraph
           end-if

           move "TEST-CUSTOMER-MASTER.dat" to testFilename
           perform OPEN-TEST-FILE

           move 0 to cm-custno
           start customerMaster key >= cm-custno
               invalid key move 'Y' to inputEOF
           end-start
           if inputEOF not = 'Y'
               read customerMaster next
                   at end move 'Y' to inputEOF
               end-read
           end-if

           perform until inputEOF = 'Y'
               add 1 to inCount
               move cm-custno to maskKey
               perform MASK-COMPANY-NAME
               move maskName to cm-name
               move maskName to ph-name
               call "PHONKEY" using phonetic-key-parms
               end-call
               move ph-key to cm-phon-key
               if cm-addr1 not = spaces
                   perform MASK-STREET
                   move maskName to cm-addr1
               end-if
               if cm-addr2 not = spaces
                   perform MASK-TOWN
                   move maskName to cm-addr2
               end-if
               if cm-addr3 not = spaces
                   perform MASK-POSTCODE
                   move maskName to cm-addr3
               end-if
               perform MASK-CREDIT-LIMIT
               write test-line from customer-master-record
               add 1 to outCount
               add cm-balance to outHash

               read customerMaster next
                   at end move 'Y' to inputEOF
               end-read
           end-perform

           close testFile
           close customerMaster
           move "CUSTOMER-MASTER" to fileLabel
           perform WRITE-FILE-LINE.

      *> Sale lines carry no names, so they come across as they are.
      *> Every employee and customer they point at is on the full
      *> master copies.
       EXTRACT-SALE-DETAIL.
           open input saleDetailFile
           if SDStat not = "00"
               exit paragraph
           end-if

           move "TEST-SEL8-SALEDTL.dat" to testFilename
           perform OPEN-TEST-FILE

           perform until inputEOF = 'Y'
               read saleDetailFile
                   at end move 'Y' to inputEOF
                   not at end
                       add 1 to inCount
                       if sd-date >= fromDate and sd-date <= toDate
                           write test-line from sale-detail-record
                           add 1 to outCount
                           add sd-amount to outHash
                           if sd-billed = 'Y' and sd-invoice > 0
                               perform NOTE-BILLED-INVOICE
                           end-if
                       end-if
               end-read
           end-perform

           close testFile
           close saleDetailFile
           move "SEL8-SALEDTL" to fileLabel
           perform WRITE-FILE-LINE.

       NOTE-BILLED-INVOICE.
           perform varying inv-idx from 1 by 1
                   until inv-idx > invCount
               if iv-invoice(inv-idx) = sd-invoice
                   exit paragraph
               end-if
           end-perform
           if invCount < 5000
               add 1 to invCount
               move sd-invoice to iv-invoice(invCount)
           else
               move 'Y' to invTruncated
           end-if.

      *> Every open and part-paid item comes across so each
      *> customer's cm-balance still agrees with its AR, plus the
      *> closed items dated in the slice or billed from it.
       EXTRACT-AR-OPEN.
           open input arOpenFile
           if ARStat not = "00"
               exit paragraph
           end-if

           move "TEST-AR-OPEN.dat" to testFilename
           perform OPEN-TEST-FILE

           perform until inputEOF = 'Y'
               read arOpenFile
                   at end move 'Y' to inputEOF
                   not at end
                       add 1 to inCount
                       move 'N' to keepFlag
                       if ar-status = 'O' or ar-status = 'P'
                           move 'Y' to keepFlag
                       end-if
                       if ar-date >= fromDate and ar-date <= toDate
                           move 'Y' to keepFlag
                       end-if
                       if keepFlag = 'N'
                           perform varying inv-idx from 1 by 1
                                   until inv-idx > invCount
                               if iv-invoice(inv-idx) = ar-invoice
                                   move 'Y' to keepFlag
                               end-if
                           end-perform
                       end-if
                       if keepFlag = 'Y'
                           write test-line from ar-open-record
                           add 1 to outCount
                           add ar-amount to outHash
                       end-if
               end-read
           end-perform

           close testFile
           close arOpenFile
           move "AR-OPEN" to fileLabel
           perform WRITE-FILE-LINE.

       EXTRACT-TUITION-AR.
           open input tuitionFile
           if TUStat not = "00"
               exit paragraph
           end-if

           move "TEST-TUITION-AR.dat" to testFilename
           perform OPEN-TEST-FILE

           perform until inputEOF = 'Y'
               read tuitionFile
                   at end move 'Y' to inputEOF
                   not at end
                       add 1 to inCount
                       if tu-status not = 'C'
                               or (tu-date >= fromDate
                                   and tu-date <= toDate)
                           write test-line from tuition-ar-record
                           add 1 to outCount
                           add tu-assessed to outHash
                       end-if
               end-read
           end-perform

           close testFile
           close tuitionFile
           move "TUITION-AR" to fileLabel
           perform WRITE-FILE-LINE.

       MASK-PERSON-NAME.
           compute maskIdx1 = function mod(maskKey, 20) + 1
           compute maskIdx2 =
               function mod(function integer(maskKey / 20), 20) + 1
           move spaces to maskName
           string function trim(fn-name(maskIdx2)) delimited by size
                  " " delimited by size
                  function trim(sn-name(maskIdx1)) delimited by size
                  into maskName
           end-string.

       MASK-COMPANY-NAME.
           compute maskIdx1 = function mod(maskKey, 20) + 1
           compute maskIdx2 =
               function mod(function integer(maskKey / 20), 5) + 1
           move spaces to maskName
           string function trim(sn-name(maskIdx1)) delimited by size
                  " " delimited by size
                  function trim(co-suffix(maskIdx2)) delimited by size
                  into maskName
           end-string.

       MASK-STREET.
           compute maskIdx3 = function mod(maskKey, 10) + 1
           compute maskDigits = function mod(maskKey, 199) + 1
           move spaces to maskName
           string maskDigits delimited by size
                  " " delimited by size
                  function trim(st-name(maskIdx3)) delimited by size
                  into maskName
           end-string.

       MASK-TOWN.
           compute maskIdx3 = function mod(maskKey, 5) + 1
           move tw-name(maskIdx3) to maskName.

       MASK-POSTCODE.
           compute maskDigits = function mod(maskKey, 99) + 1
           move spaces to maskName
           string "TS" delimited by size
                  maskDigits(3:2) delimited by size
                  " 9ZZ" delimited by size
                  into maskName
           end-string.

      *> Limits are rounded up to the next thousand so the real
      *> figure is not carried; an account already over its limit
      *> is rounded down instead so it stays over in the test set.
       MASK-CREDIT-LIMIT.
           if cm-credit-limit = 0
               exit paragraph
           end-if
           if cm-balance > cm-credit-limit
               compute maskLimit =
                   function integer(cm-credit-limit / 1000) * 1000
           else
               compute maskLimit =
                   function integer((cm-credit-limit + 999.99)
                       / 1000) * 1000
           end-if
           if maskLimit = 0
               move 1000 to maskLimit
           end-if
           move maskLimit to cm-credit-limit.

       WRITE-AUDIT-TRAIL.
           move "TESTEXTR" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move totalRead to al-recs-read
           move totalWritten to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
