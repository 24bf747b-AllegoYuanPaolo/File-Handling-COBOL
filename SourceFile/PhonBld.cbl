       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONBLD.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
      *> Brings the sound-alike name key on each master into line
      *> with the name: fills it on records written before the key
      *> was carried and corrects any that have drifted.  Only
      *> records whose key changes are rewritten and journalled.
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

       DATA DIVISION.
           file section.
               fd employeeMaster.
                   copy "EMPLOYEE-MASTER.cpy".

               fd studentMaster.
                   copy "STUDENT-MASTER.cpy".

               fd customerMaster.
                   copy "CUSTOMER-MASTER.cpy".

           WORKING-STORAGE SECTION.
           01 EMStat pic xx.
           01 SMStat pic xx.
           01 CMStat pic xx.

           01 fileEOF pic x.
           01 skippedMasters pic 9 value 0.
           01 beforeImage pic x(300).

           01 empRead pic 9(7) value 0.
           01 empKeyed pic 9(7) value 0.
           01 stuRead pic 9(7) value 0.
           01 stuKeyed pic 9(7) value 0.
           01 custRead pic 9(7) value 0.
           01 custKeyed pic 9(7) value 0.
           01 rejectCount pic 9(7) value 0.

           copy "LOCKPRM.cpy".
           copy "PHONPRM.cpy".
           copy "CHGPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp

           perform KEY-EMPLOYEES
           perform KEY-STUDENTS
           perform KEY-CUSTOMERS

           display "PHONBLD: employees " empKeyed " of " empRead
               ", students " stuKeyed " of " stuRead
               ", customers " custKeyed " of " custRead
               " name keys set"

           if skippedMasters > 0 or rejectCount > 0
               move 4 to RETURN-CODE
           else
               move 0 to RETURN-CODE
           end-if

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       KEY-EMPLOYEES.
           move "EMP" to lp-master
           move 'T' to lp-action
           move "PHONBLD " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "PHONBLD: employee master in use by "
                   lp-holder " - employees not keyed"
               add 1 to skippedMasters
               exit paragraph
           end-if

           open i-o employeeMaster
           if EMStat not = "00"
               display "PHONBLD: cannot open employee master "
                   EMStat
               add 1 to skippedMasters
               perform RELEASE-EMPLOYEE-MASTER
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
                       add 1 to empRead
                       move em-sname to ph-name
                       call "PHONKEY" using phonetic-key-parms
                       end-call
                       if ph-key not = em-phon-key
                           move employee-master-record to beforeImage
                           move ph-key to em-phon-key
                           rewrite employee-master-record
                               invalid key
                                   display "PHONBLD: employee "
                                       em-snum " not rewritten "
                                       EMStat
                                   add 1 to rejectCount
                               not invalid key
                                   add 1 to empKeyed
                                   move "EMP" to cj-master
                                   move 'C' to cj-action
                                   move em-snum to cj-key
                                   move beforeImage to cj-before
                                   move employee-master-record
                                       to cj-after
                                   call "CHGJRNL"
                                       using change-journal-parms
                                   end-call
                           end-rewrite
                       end-if
               end-read
           end-perform

           close employeeMaster
           perform RELEASE-EMPLOYEE-MASTER.

       RELEASE-EMPLOYEE-MASTER.
           move "EMP" to lp-master
           move 'R' to lp-action
           move "PHONBLD " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call.

       KEY-STUDENTS.
           move "STU" to lp-master
           move 'T' to lp-action
           move "PHONBLD " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call
           if lp-result = 'B'
               display "PHONBLD: student master in use by "
                   lp-holder " - students not keyed"
               add 1 to skippedMasters
               exit paragraph
           end-if

           open i-o studentMaster
           if SMStat not = "00"
               display "PHONBLD: cannot open student master "
                   SMStat
               add 1 to skippedMasters
               perform RELEASE-STUDENT-MASTER
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
                       add 1 to stuRead
                       move sm-name to ph-name
                       call "PHONKEY" using phonetic-key-parms
                       end-call
                       if ph-key not = sm-phon-key
                           move student-master-record to beforeImage
                           move ph-key to sm-phon-key
                           rewrite student-master-record
                               invalid key
                                   display "PHONBLD: student "
                                       sm-student-id " not rewritten "
                                       SMStat
                                   add 1 to rejectCount
                               not invalid key
                                   add 1 to stuKeyed
                                   move "STU" to cj-master
                                   move 'C' to cj-action
                                   move sm-student-id to cj-key
                                   move beforeImage to cj-before
                                   move student-master-record
                                       to cj-after
                                   call "CHGJRNL"
                                       using change-journal-parms
                                   end-call
                           end-rewrite
                       end-if
               end-read
           end-perform

           close studentMaster
           perform RELEASE-STUDENT-MASTER.

       RELEASE-STUDENT-MASTER.
           move "STU" to lp-master
           move 'R' to lp-action
           move "PHONBLD " to lp-caller
           call "MSTRLOCK" using master-lock-parms
           end-call.

       KEY-CUSTOMERS.
           open i-o customerMaster
           if CMStat not = "00"
               display "PHONBLD: cannot open customer master "
                   CMStat
               add 1 to skippedMasters
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
                       add 1 to custRead
                       move cm-name to ph-name
                       call "PHONKEY" using phonetic-key-parms
                       end-call
                       if ph-key not = cm-phon-key
                           move customer-master-record to beforeImage
                           move ph-key to cm-phon-key
                           rewrite customer-master-record
                               invalid key
                                   display "PHONBLD: customer "
                                       cm-custno " not rewritten "
                                       CMStat
                                   add 1 to rejectCount
                               not invalid key
                                   add 1 to custKeyed
                                   move "CUS" to cj-master
                                   move 'C' to cj-action
                                   move cm-custno to cj-key
                                   move beforeImage to cj-before
                                   move customer-master-record
                                       to cj-after
                                   call "CHGJRNL"
                                       using change-journal-parms
                                   end-call
                           end-rewrite
                       end-if
               end-read
           end-perform

           close customerMaster.

       WRITE-AUDIT-TRAIL.
           move "PHONBLD" to al-program
           move runStartStamp to al-start-stamp
           move CMStat to al-file-status
           compute al-recs-read = empRead + stuRead + custRead
           compute al-recs-written = empKeyed + stuKeyed + custKeyed
           move rejectCount to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
