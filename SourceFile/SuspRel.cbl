                       organization is line sequential
                       file status is TFStat.

                   select customerMaster
                       assign to "CUSTOMER-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is cm-custno
                       alternate record key is cm-name
                           with duplicates
                       file status is CMStat.

                   select employeeMaster
                       assign to "EMPLOYEE-MASTER.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is em-snum
                       alternate record key is em-sname
                           with duplicates
                       file status is EMStat.

                   select dayCtlFile
                       assign to "DAY-CONTROL.dat"
                       organization is line sequential
                       02 t-jur pic x(4).
                       02 t-branch pic x(3).

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd dayCtlFile.
                   copy "DAYCTL.cpy".

                   03 sl-branch pic x(3).

           01 dispChoice pic x.
           01 CMStat pic xx.
           01 EMStat pic xx.
           01 rebookSnum pic 9(6) value 0.
           01 rebookName pic x(20).
           01 dispUsold pic ZZ9.99.
           01 dispUprice pic ZZ9.

               " | SNum: " sl-snum(susp-idx)
           display "Units : " dispUsold " | Price: " dispUprice
           display "Reason: " function trim(sl-reason(susp-idx))

           move 0 to rebookSnum
           if sl-reason(susp-idx) = "Sale on another rep's account"
               perform LOOKUP-ACCOUNT-OWNER
           end-if
           if rebookSnum > 0
               display "(O) Rebook to owner " rebookSnum " "
                   function trim(rebookName)
               display "    (R)elease suspends again unless the "
                   "account is first reassigned in CUSTMNT"
               display "(O)wner, (R)elease as keyed, (C)lose, (S)kip: "
                   with no advancing
           else
               display "(R)elease as genuine, (C)lose, (S)kip: "
                   with no advancing
           end-if
           accept dispChoice

           evaluate dispChoice
               when 'O' when 'o'
                   if rebookSnum > 0
                       perform RELEASE-SUSPECT
                   else
                       display "Skipped - left open for next review."
                   end-if
               when 'R' when 'r'
                   move 0 to rebookSnum
                   perform RELEASE-SUSPECT
               when 'C' when 'c'
                   move 'C' to sl-disp(susp-idx)
           move sl-prod(susp-idx) to t-prod
           move sl-jur(susp-idx) to t-jur
           move sl-branch(susp-idx) to t-branch
           if rebookSnum > 0
               move rebookSnum to t-snum
               move rebookName to t-sname
           end-if
           write trans-record
           close transFile

           move 'R' to sl-disp(susp-idx)
           add 1 to releasedCount
           display "Released into next batch for " t-snum.

      *> A sale keyed on another rep's account can be rebooked to
      *> the rep who owns it now; the suspense record keeps the
      *> rep who keyed it.
       LOOKUP-ACCOUNT-OWNER.
           open input customerMaster
           if CMStat not = "00"
               exit paragraph
           end-if
           move sl-cust(susp-idx) to cm-custno
           read customerMaster
               invalid key
                   continue
               not invalid key
                   if cm-owner-type = 'R'
                       move cm-owner-snum to rebookSnum
                   end-if
           end-read
           close customerMaster
           if rebookSnum = 0
               exit paragraph
           end-if

           move spaces to rebookName
           open input employeeMaster
           if EMStat not = "00"
               exit paragraph
           end-if
           move rebookSnum to em-snum
           read employeeMaster
               invalid key
                   move 0 to rebookSnum
               not invalid key
                   if em-status = 'T'
                       move 0 to rebookSnum
                   else
                       move em-sname to rebookName
                   end-if
           end-read
           close employeeMaster.

       OPEN-TRANS-FILE.
           open input transFile
