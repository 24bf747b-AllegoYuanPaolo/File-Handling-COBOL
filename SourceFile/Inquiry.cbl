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

                   select statusFile
                       assign to "ORDER-STATUS.dat"
                       organization is line sequential
                       file status is OSStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd statusFile.
                   copy "ORDSTAT.cpy".

               fd auditFile.
                   copy "AUDITTRL.cpy".

           copy "LOCKPRM.cpy".
           01 EMStat pic xx.
           01 SMStat pic xx.
           01 CMStat pic xx.
           01 OSStat pic xx.
           01 AuditStat pic xx.
           01 curDateTime pic x(21).
           01 dispAuditDate pic x(10).
           01 dispFinals pic ZZ9.
           01 dispAverage pic ZZ9.99.

           01 soundName pic x(30).
           01 soundKey pic x(10).
           01 soundKeyLength pic 99.
           01 storedKey pic x(10).
           01 soundPattern pic x(10).
           01 partMatch pic x.
           01 keyMatched pic x.
           01 keyPos pic 99.
           01 soundMatches pic 9(4).
           01 dispMatches pic Z,ZZ9.
           copy "PHONPRM.cpy".

           01 statusEOF pic x.
           01 orderFound pic x.
           01 stageName pic x(13).
           01 stageIdx pic 9.
           01 dispPieces pic ZZ9.
           01 dispOrdArea pic Z,ZZZ,ZZ9.
           01 dispOrdCost pic $Z,ZZZ,ZZ9.99.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

                   when 2 perform STUDENT-LOOKUP
                   when 3 perform EMPLOYEE-NAME-SEARCH
                   when 4 perform EMPLOYEE-BROWSE
                   when 5 perform ORDER-LOOKUP
                   when 6 perform CUSTOMER-ORDERS
                   when 7 perform SOUND-ALIKE-SEARCH
                   when 0 move 'Y' to doneFlag
                   when other
                       display "Invalid selection - pick 0 to 7."
               end-evaluate
           end-perform

           display "2  Student master lookup (by Student ID)"
           display "3  Employee search by name"
           display "4  Browse employee file (SNum order)"
           display "5  Order status lookup (by order number)"
           display "6  Order status by customer number"
           display "7  Sound-alike name search (all masters)"
           display "0  Exit"
           display "Enter selection: " with no advancing.

               " MTD: " dispMtdSales
               " YTD: " dispYtdSales.

      *> Every employee, student and customer whose name sounds
      *> like the one keyed.  Names are held whole, first name and
      *> surname together, so a key of three or more sounds is
      *> looked for anywhere in the held key - keying the surname
      *> alone is enough.  A leading vowel is left off that match
      *> (Ernandes must find Juan Hernandez).
       SOUND-ALIKE-SEARCH.
           display "Enter name or surname: " with no advancing
           accept soundName

           move soundName to ph-name
           call "PHONKEY" using phonetic-key-parms
           end-call
           move ph-key to soundKey
           if soundKey = spaces
               display "Enter at least one letter of the name."
               exit paragraph
           end-if
           move 0 to soundKeyLength
           inspect soundKey tallying soundKeyLength
               for characters before initial space
           move soundKey to soundPattern
           if soundKeyLength < 3
               move 'N' to partMatch
           else
               move 'Y' to partMatch
               if soundKey(1:1) = "A" or soundKey(1:1) = "I"
                       or soundKey(1:1) = "U"
                   move soundKey(2:9) to soundPattern
                   subtract 1 from soundKeyLength
               end-if
           end-if

           move 0 to soundMatches
           perform SOUND-SEARCH-EMPLOYEES
           perform SOUND-SEARCH-STUDENTS
           perform SOUND-SEARCH-CUSTOMERS

           move soundMatches to dispMatches
           display function trim(dispMatches)
               " sound-alike match(es) for " function trim(soundName).

       SOUND-SEARCH-EMPLOYEES.
           move "EMP" to lp-master
           move 'C' to lp-action
           move "INQUIRY " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Employee master in use by " lp-holder
                   " - employees not searched"
               exit paragraph
           end-if

           open input employeeMaster
           if EMStat not = "00"
               display "Employee master unavailable (" EMStat
                   ") - employees not searched"
               exit paragraph
           end-if

           move 'N' to browseEOF
           move 0 to em-snum
           start employeeMaster key >= em-snum
               invalid key move 'Y' to browseEOF
           end-start
           perform until browseEOF = 'Y'
               read employeeMaster next
                   at end move 'Y' to browseEOF
                   not at end
                       move em-phon-key to storedKey
                       if storedKey = spaces
                           move em-sname to ph-name
                           perform KEY-STORED-NAME
                       end-if
                       perform MATCH-STORED-KEY
                       if keyMatched = 'Y'
                           add 1 to soundMatches
                           display "EMP " em-snum " " em-sname
                               " " em-status
                       end-if
               end-read
           end-perform

           close employeeMaster.

       SOUND-SEARCH-STUDENTS.
           move "STU" to lp-master
           move 'C' to lp-action
           move "INQUIRY " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "Student master in use by " lp-holder
                   " - students not searched"
               exit paragraph
           end-if

           open input studentMaster
           if SMStat not = "00"
               display "Student master unavailable (" SMStat
                   ") - students not searched"
               exit paragraph
           end-if

           move 'N' to browseEOF
           move 0 to sm-student-id
           start studentMaster key >= sm-student-id
               invalid key move 'Y' to browseEOF
           end-start
           perform until browseEOF = 'Y'
               read studentMaster next
                   at end move 'Y' to browseEOF
                   not at end
                       move sm-phon-key to storedKey
                       if storedKey = spaces
                           move sm-name to ph-name
                           perform KEY-STORED-NAME
                       end-if
                       perform MATCH-STORED-KEY
                       if keyMatched = 'Y'
                           add 1 to soundMatches
                           display "STU " sm-student-id " " sm-name
                               " " sm-program
                       end-if
               end-read
           end-perform

           close studentMaster.

       SOUND-SEARCH-CUSTOMERS.
           open input customerMaster
           if CMStat not = "00"
               display "Customer master unavailable (" CMStat
                   ") - customers not searched"
               exit paragraph
           end-if

           move 'N' to browseEOF
           move 0 to cm-custno
           start customerMaster key >= cm-custno
               invalid key move 'Y' to browseEOF
           end-start
           perform until browseEOF = 'Y'
               read customerMaster next
                   at end move 'Y' to browseEOF
                   not at end
                       move cm-phon-key to storedKey
                       if storedKey = spaces
                           move cm-name to ph-name
                           perform KEY-STORED-NAME
                       end-if
                       perform MATCH-STORED-KEY
                       if keyMatched = 'Y'
                           add 1 to soundMatches
                           display "CUS " cm-custno " " cm-name
                               " " cm-status
                       end-if
               end-read
           end-perform

           close customerMaster.

       MATCH-STORED-KEY.
           move 'N' to keyMatched
           if partMatch not = 'Y'
               if storedKey = soundKey
                   move 'Y' to keyMatched
               end-if
               exit paragraph
           end-if
           perform varying keyPos from 1 by 1
                   until keyPos + soundKeyLength > 11
                       or keyMatched = 'Y'
               if storedKey(keyPos:soundKeyLength)
                       = soundPattern(1:soundKeyLength)
                   move 'Y' to keyMatched
               end-if
           end-perform.

      *> A record PHONBLD has not reached yet is keyed on the fly.
       KEY-STORED-NAME.
           call "PHONKEY" using phonetic-key-parms
           end-call
           move ph-key to storedKey.

       ORDER-LOOKUP.
           display "Enter order number: " with no advancing
           accept lookupKey

           open input statusFile
           if OSStat not = "00"
               display "No order status file on hand."
               exit paragraph
           end-if

           move 'N' to orderFound
           move 'N' to statusEOF
           perform until statusEOF = 'Y'
               read statusFile
                   at end move 'Y' to statusEOF
                   not at end
                       if os-order = lookupKey
                           move 'Y' to orderFound
                           move 'Y' to statusEOF
                           perform SHOW-ORDER-STATUS
                       end-if
               end-read
           end-perform
           if orderFound = 'N'
               display "No order status found for " lookupKey
           end-if

           close statusFile.

       CUSTOMER-ORDERS.
           display "Enter customer number: " with no advancing
           accept lookupKey

           open input statusFile
           if OSStat not = "00"
               display "No order status file on hand."
               exit paragraph
           end-if

           move 'N' to orderFound
           move 'N' to statusEOF
           perform until statusEOF = 'Y'
               read statusFile
                   at end move 'Y' to statusEOF
                   not at end
                       if os-cust = lookupKey
                           move 'Y' to orderFound
                           perform NAME-ORDER-STAGE
                           move os-pieces to dispPieces
                           display os-order " " stageName
                               " priced " os-priced-date
                               " pieces " dispPieces
                       end-if
               end-read
           end-perform
           if orderFound = 'N'
               display "No orders on file for customer " lookupKey
           end-if

           close statusFile.

       SHOW-ORDER-STATUS.
           perform NAME-ORDER-STAGE
           move os-pieces to dispPieces
           move os-area to dispOrdArea
           move os-cost to dispOrdCost
           display "Order   : " os-order "  Customer: " os-cust
           display "Status  : " stageName
           display "Pieces  : " dispPieces "  Area: " dispOrdArea
               "  Cost: " dispOrdCost
           perform varying stageIdx from 1 by 1 until stageIdx > 5
               if os-stage-date(stageIdx) > 0
                   evaluate stageIdx
                       when 1 move "In production" to stageName
                       when 2 move "Cut" to stageName
                       when 3 move "Packed" to stageName
                       when 4 move "Shipped" to stageName
                       when 5 move "Delivered" to stageName
                   end-evaluate
                   display "  " stageName " " os-stage-date(stageIdx)
                       " by " os-stage-user(stageIdx)
               end-if
           end-perform
           if os-carrier not = spaces
               display "Carrier : " os-carrier "  Tracking: "
                   os-tracking
           end-if.

       NAME-ORDER-STAGE.
           evaluate os-status
               when 'P' move "In production" to stageName
               when 'C' move "Cut" to stageName
               when 'K' move "Packed" to stageName
               when 'S' move "Shipped" to stageName
               when 'D' move "Delivered" to stageName
               when other move "(unknown)" to stageName
           end-evaluate.

       WRITE-AUDIT-TRAIL.
           move "INQUIRY" to al-program
           move runStartStamp to al-start-stamp
