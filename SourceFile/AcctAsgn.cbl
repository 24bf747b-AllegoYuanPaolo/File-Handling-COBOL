       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTASGN.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
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

                   select reportFile
                       assign to "AcctAsgn.dat"
                       organization is line sequential
                       file status is OFStat.

                   select auditFile
                       assign to "AUDIT-TRAIL.dat"
                       organization is line sequential
                       file status is AuditStat.

       DATA DIVISION.
           file section.
               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd reportFile.
                   01 bufferLine pic x(80).

               fd auditFile.
                   copy "AUDITTRL.cpy".

           WORKING-STORAGE SECTION.
           01 CMStat pic xx.
           01 EMStat pic xx.
           01 OFStat pic xx.
           01 AuditStat pic xx.

           01 custEOF pic x value 'N'.
           01 empMasterOK pic x value 'N'.
           01 loadTruncated pic x value 'N'.

      *> ak-group orders the book: 1 rep-owned (by rep), 2 house,
      *> 3 no owner yet.
           01 acct-table.
               02 acct-entry occurs 1 to 500 times
                       depending on acctCount
                       indexed by acct-idx.
                   03 ak-group   pic 9.
                   03 ak-owner   pic 9(6).
                   03 ak-custno  pic 9(6).
                   03 ak-name    pic x(25).
                   03 ak-status  pic x.
                   03 ak-balance pic s9(7)v99.
           01 acctCount pic 9(3) value 0.

           01 swapFlag pic x.
           01 sortPass pic 9(3).
           01 hold-acct pic x(48).

           01 groupKey pic 9(7).
           01 thisKey pic 9(7).
           01 groupAccts pic 9(5).
           01 groupBalance pic s9(9)v99.
           01 ownerName pic x(20).
           01 ownerNote pic x(30).

           01 repCount pic 9(5) value 0.
           01 houseCount pic 9(5) value 0.
           01 unownedCount pic 9(5) value 0.
           01 orphanCount pic 9(5) value 0.

           01 dispBalance pic $Z,ZZZ,ZZ9.99-.
           01 dispGroupBalance pic $ZZ,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp

           open input customerMaster
           if CMStat not = "00"
               display "ACCTASGN: cannot open customer master ("
                   CMStat ")"
               move 8 to RETURN-CODE
               perform WRITE-AUDIT-TRAIL
               goback
           end-if
           perform LOAD-ACCOUNT-TABLE
           close customerMaster

           if loadTruncated = 'Y'
               display "ACCTASGN: customer master holds more than "
                   "the 500-account work table - report incomplete."
               move 4 to RETURN-CODE
           end-if

           perform SORT-ACCOUNT-TABLE

           open input employeeMaster
           if EMStat = "00"
               move 'Y' to empMasterOK
           else
               display "WARNING: employee master unavailable ("
                   EMStat ") - owning reps not verified"
           end-if

           open output reportFile
           perform WRITE-ASSIGNMENT-REPORT
           close reportFile

           if empMasterOK = 'Y'
               close employeeMaster
           end-if

           move unownedCount to dispCount
           display "ACCTASGN: " acctCount " accounts listed, "
               function trim(dispCount) " with no owner - see "
               "AcctAsgn.dat"
           if orphanCount > 0
               display "ACCTASGN: " orphanCount " accounts owned by "
                   "a rep no longer active - reassign in CUSTMNT"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       LOAD-ACCOUNT-TABLE.
           read customerMaster next
               at end move 'Y' to custEOF
           end-read

           perform until custEOF = 'Y'
               if acctCount < 500
                   add 1 to acctCount
                   evaluate cm-owner-type
                       when 'R'
                           move 1 to ak-group(acctCount)
                           move cm-owner-snum to ak-owner(acctCount)
                       when 'H'
                           move 2 to ak-group(acctCount)
                           move 0 to ak-owner(acctCount)
                       when other
                           move 3 to ak-group(acctCount)
                           move 0 to ak-owner(acctCount)
                   end-evaluate
                   move cm-custno to ak-custno(acctCount)
                   move cm-name to ak-name(acctCount)
                   move cm-status to ak-status(acctCount)
                   move cm-balance to ak-balance(acctCount)
               else
                   move 'Y' to loadTruncated
                   move 'Y' to custEOF
               end-if

               if custEOF not = 'Y'
                   read customerMaster next
                       at end move 'Y' to custEOF
                   end-read
               end-if
           end-perform.

      *> Loaded in customer-number order, so sorting on group and
      *> owner alone leaves each rep's accounts by number.
       SORT-ACCOUNT-TABLE.
           if acctCount < 2
               exit paragraph
           end-if
           move 'Y' to swapFlag
           perform until swapFlag = 'N'
               move 'N' to swapFlag
               perform varying sortPass from 1 by 1
                       until sortPass >= acctCount
                   if ak-group(sortPass) > ak-group(sortPass + 1)
                       or (ak-group(sortPass) = ak-group(sortPass + 1)
                       and ak-owner(sortPass) > ak-owner(sortPass + 1))
                       move acct-entry(sortPass) to hold-acct
                       move acct-entry(sortPass + 1)
                           to acct-entry(sortPass)
                       move hold-acct to acct-entry(sortPass + 1)
                       move 'Y' to swapFlag
                   end-if
               end-perform
           end-perform.

       WRITE-ASSIGNMENT-REPORT.
           move spaces to bufferLine
           string "===== ACCOUNT ASSIGNMENT - BOOK OF BUSINESS "
                      delimited by size
                  runStartStamp(1:8) delimited by size
                  " =====" delimited by size
                  into bufferLine
           end-string
               write bufferLine
           write bufferLine from spaces

           move 9999999 to groupKey
           move 0 to groupAccts
           move 0 to groupBalance

           perform varying acct-idx from 1 by 1
                   until acct-idx > acctCount
               compute thisKey = ak-group(acct-idx) * 1000000
                   + ak-owner(acct-idx)
               if thisKey not = groupKey
                   if groupAccts > 0
                       perform WRITE-GROUP-TOTAL
                   end-if
                   move thisKey to groupKey
                   move 0 to groupAccts
                   move 0 to groupBalance
                   perform WRITE-GROUP-HEADER
               end-if
               perform WRITE-ACCOUNT-LINE
           end-perform

           if groupAccts > 0
               perform WRITE-GROUP-TOTAL
           end-if

           if acctCount = 0
               write bufferLine from
                   "No accounts on the customer master."
           end-if

           write bufferLine from
               "============================================="
           move repCount to dispCount
           move spaces to bufferLine
           string "Rep-owned accounts : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move houseCount to dispCount
           move spaces to bufferLine
           string "House accounts     : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move unownedCount to dispCount
           move spaces to bufferLine
           string "No owner assigned  : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine
           move orphanCount to dispCount
           move spaces to bufferLine
           string "Owner not active   : " delimited by size
                  dispCount delimited by size
                  into bufferLine
           end-string
               write bufferLine.

      *> A rep who has left, or is missing from the employee master,
      *> still owns the accounts until they are reassigned - flagged
      *> here so the book can be handed on.
       WRITE-GROUP-HEADER.
           write bufferLine from spaces
           move spaces to bufferLine
           evaluate ak-group(acct-idx)
               when 1
                   perform FIND-OWNER-NAME
                   string "--- Rep " delimited by size
                          ak-owner(acct-idx) delimited by size
                          " " delimited by size
                          function trim(ownerName) delimited by size
                          " ---" delimited by size
                          into bufferLine
                   end-string
               when 2
                   move "--- House accounts (no commission) ---"
                       to bufferLine
               when other
                   move "--- No owner assigned ---" to bufferLine
           end-evaluate
               write bufferLine
           if ownerNote not = spaces and ak-group(acct-idx) = 1
               move spaces to bufferLine
               string "    ** " delimited by size
                      ownerNote delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if.

       FIND-OWNER-NAME.
           move spaces to ownerName
           move spaces to ownerNote
           if empMasterOK not = 'Y'
               exit paragraph
           end-if
           move ak-owner(acct-idx) to em-snum
           read employeeMaster
               invalid key
                   move "(not on employee master)" to ownerName
                   move "Owner not on file - reassign" to ownerNote
               not invalid key
                   move em-sname to ownerName
                   if em-status = 'T'
                       move "Owner terminated - reassign" to ownerNote
                   end-if
           end-read.

       WRITE-ACCOUNT-LINE.
           move ak-balance(acct-idx) to dispBalance
           move spaces to bufferLine
           string "  " delimited by size
                  ak-custno(acct-idx) delimited by size
                  "  " delimited by size
                  ak-name(acct-idx) delimited by size
                  "  Status " delimited by size
                  ak-status(acct-idx) delimited by size
                  "  Balance " delimited by size
                  dispBalance delimited by size
                  into bufferLine
           end-string
               write bufferLine

           add 1 to groupAccts
           add ak-balance(acct-idx) to groupBalance
           evaluate ak-group(acct-idx)
               when 1
                   add 1 to repCount
                   if ownerNote not = spaces
                       add 1 to orphanCount
                   end-if
               when 2
                   add 1 to houseCount
               when other
                   add 1 to unownedCount
           end-evaluate.

       WRITE-GROUP-TOTAL.
           move groupAccts to dispCount
           move groupBalance to dispGroupBalance
           move spaces to bufferLine
           string "  Accounts: " delimited by size
                  function trim(dispCount) delimited by size
                  " | Open balance: " delimited by size
                  function trim(dispGroupBalance) delimited by size
                  into bufferLine
           end-string
               write bufferLine.

       WRITE-AUDIT-TRAIL.
           move "ACCTASGN" to al-program
           move runStartStamp to al-start-stamp
           move CMStat to al-file-status
           move acctCount to al-recs-read
           move acctCount to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
