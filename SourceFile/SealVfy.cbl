       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALVFY.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
      *> Walks the seal chains SEALREC builds and reports the first
      *> broken link on each.  PARM-CARDS.dat card SEALVFY, option
      *> G checks one audit trail generation (date in the override
      *> field, blank for the current file); no card or option A
      *> walks every retained generation in SEAL-GENS.dat order and
      *> then the current file.  The change journal is always walked
      *> whole.
                   select parmFile
                       assign to "PARM-CARDS.dat"
                       organization is line sequential
                       file status is PMStat.

                   select sealGensFile
                       assign to "SEAL-GENS.dat"
                       organization is line sequential
                       file status is SGStat.

                   select sealCtlFile
                       assign to "SEAL-CTL.dat"
                       organization is line sequential
                       file status is SCStat.

                   select sealKeyFile
                       assign to "SEAL-KEY.dat"
                       organization is line sequential
                       file status is SKStat.

                   select walkFile
                       assign to walkFileName
                       organization is line sequential
                       file status is WFStat.

                   select changeJrnlFile
                       assign to "CHANGE-JOURNAL.dat"
                       organization is line sequential
                       file status is CJStat.

                   select verifyFile
                       assign to "SEAL-VERIFY.dat"
                       organization is line sequential
                       file status is SVStat.

                   select reportFile
                       assign to "SealVfy.dat"
                       organization is line sequential
                       file status is OFStat.

       DATA DIVISION.
           file section.
               fd parmFile.
                   01 parm-record.
                       02 pc-program    pic x(8).
                       02 pc-run-mode   pic x.
                       02 pc-option1    pic x.
                       02 pc-pay-period pic 9(6).
                       02 pc-input-file pic x(20).
                       02 pc-override   pic x(8).
                       02 pc-rate       pic 9(3)v99.

      *> Written by SEALDAY, one line per generation cut.
               fd sealGensFile.
                   01 seal-gens-record.
                       02 sg-date      pic 9(8).
                       02 sg-file      pic x(30).
                       02 sg-records   pic 9(8).
                       02 sg-last-seq  pic 9(8).
                       02 sg-last-seal pic x(16).

               fd sealCtlFile.
                   copy "SEALCTL.cpy".

               fd sealKeyFile.
                   01 seal-key-record pic x(16).

               fd walkFile.
                   01 walk-line.
                       02 wl-text pic x(160).
                       02 wl-seq  pic 9(8).
                       02 wl-seal pic x(16).

               fd changeJrnlFile.
                   copy "CHGJRNL.cpy".

               fd verifyFile.
                   copy "SEALVFY.cpy".

               fd reportFile.
                   01 bufferLine pic x(132).

           WORKING-STORAGE SECTION.
           01 PMStat pic xx.
           01 SGStat pic xx.
           01 SCStat pic xx.
           01 SKStat pic xx.
           01 WFStat pic xx.
           01 CJStat pic xx.
           01 SVStat pic xx.
           01 OFStat pic xx.
           01 fileEOF pic x.
           01 parmEOF pic x.

           01 walkFileName pic x(30).
           01 verifyMode pic x value 'A'.
           01 verifyDate pic x(8) value spaces.
           01 keyPresent pic x value 'N'.
           01 runStamp pic 9(14).

           01 gen-table.
               02 gen-entry occurs 400 times indexed by gen-idx.
                   03 gt-file      pic x(30).
                   03 gt-last-seq  pic 9(8).
                   03 gt-last-seal pic x(16).
           01 genCount pic 9(3) value 0.
           01 genFound pic 9(3).
           01 genIdx pic 9(3).

           01 ctlAudSeq pic 9(8) value 0.
           01 ctlAudSeal pic x(16) value spaces.
           01 ctlChgSeq pic 9(8) value 0.
           01 ctlChgSeal pic x(16) value spaces.

      *> Where the walk of one chain has got to.
           01 chainName pic x(3).
           01 chainAnchored pic x.
           01 chainBroken pic x.
           01 chainPrevSeq pic 9(8).
           01 chainPrevSeal pic x(16).
           01 chainChecked pic 9(8).
           01 chainPreSeal pic 9(8).
           01 chainFiles pic 9(3).
           01 breakSeq pic 9(8).
           01 breakFile pic x(30).
           01 breakMessage pic x(60).

      *> The record being checked.
           01 linkFile pic x(30).
           01 linkText pic x(700).
           01 linkSeq pic x(8).
           01 linkSeqNum redefines linkSeq pic 9(8).
           01 linkSeal pic x(16).
           01 linkIsSeal pic x.
           01 linkSealText pic x(300).

           01 seal-tokens.
               02 sealToken pic x(30) occurs 8 times.
           01 statedSeq pic 9(8).
           01 statedSeal pic x(16).

           01 expectFound pic x.
           01 expectSeq pic 9(8).
           01 expectSeal pic x(16).

           01 brokenCount pic 9 value 0.
           01 dispCount pic ZZ,ZZZ,ZZ9.
           01 dispSeq pic Z(7)9.
           01 recsRead pic 9(8) value 0.

           copy "SEALPRM.cpy".
           copy "OPMSGPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move function current-date(1:14) to runStartStamp
           move runStartStamp to runStamp

           perform READ-PARM-CARD
           perform CHECK-SEAL-KEY
           perform LOAD-SEAL-CONTROL

           open output reportFile
           open output verifyFile
           write bufferLine from "===== AUDIT SEAL CHECK ====="
           move spaces to bufferLine
           if verifyMode = 'G'
               string "Audit trail generation: " delimited by size
                      verifyDate delimited by size
                      into bufferLine
               end-string
               if verifyDate = spaces
                   move "Audit trail generation: current file"
                       to bufferLine
               end-if
           else
               move "Audit trail: whole retained chain" to bufferLine
           end-if
           write bufferLine
           if keyPresent = 'N'
               write bufferLine from
                   "WARNING: SEAL-KEY.dat missing - seals are unkeyed"
           end-if
           write bufferLine from
               "--------------------------------"

           perform VERIFY-AUDIT-CHAIN
           perform VERIFY-CHANGE-JOURNAL

           write bufferLine from
               "================================"
           close verifyFile
           close reportFile

           move 0 to RETURN-CODE
           if brokenCount > 0
               move "SEALVFY " to om-program
               move 'A' to om-severity
               move spaces to om-text
               string "Seal chain broken - " delimited by size
                      brokenCount delimited by size
                      " chain(s), see SealVfy.dat" delimited by size
                      into om-text
               end-string
               call "OPERLOG" using oper-msg-parms
               end-call
               move 4 to RETURN-CODE
           else
               if keyPresent = 'N'
                   move "SEALVFY " to om-program
                   move 'W' to om-severity
                   move "SEAL-KEY.dat missing - seal chains are unkeyed"
                       to om-text
                   call "OPERLOG" using oper-msg-parms
                   end-call
                   move 4 to RETURN-CODE
               end-if
           end-if

           display "SEALVFY: " brokenCount " broken seal chain(s)"
               " - see SealVfy.dat"

           perform WRITE-AUDIT-TRAIL

           GOBACK.

       READ-PARM-CARD.
           move 'N' to parmEOF

           open input parmFile
           if PMStat not = "00"
               exit paragraph
           end-if

           perform until parmEOF = 'Y'
               read parmFile
                   at end move 'Y' to parmEOF
                   not at end
                       if pc-program = "SEALVFY "
                           if pc-option1 = 'G'
                               move 'G' to verifyMode
                               move pc-override to verifyDate
                           end-if
                           move 'Y' to parmEOF
                       end-if
               end-read
           end-perform

           close parmFile.

       CHECK-SEAL-KEY.
           open input sealKeyFile
           if SKStat = "00"
               read sealKeyFile
                   at end continue
                   not at end
                       if seal-key-record not = spaces
                           move 'Y' to keyPresent
                       end-if
               end-read
               close sealKeyFile
           end-if.

       LOAD-SEAL-CONTROL.
           open input sealCtlFile
           if SCStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read sealCtlFile
                   at end move 'Y' to fileEOF
                   not at end
                       evaluate sc-chain
                           when "AUD"
                               move sc-seq to ctlAudSeq
                               move sc-seal to ctlAudSeal
                           when "CHG"
                               move sc-seq to ctlChgSeq
                               move sc-seal to ctlChgSeal
                       end-evaluate
               end-read
           end-perform
           close sealCtlFile.

      *> A generation cut twice in a day appears twice on
      *> SEAL-GENS.dat; the later line holds its true end.
       LOAD-GENERATIONS.
           move 0 to genCount
           open input sealGensFile
           if SGStat not = "00"
               exit paragraph
           end-if
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read sealGensFile
                   at end move 'Y' to fileEOF
                   not at end
                       move 0 to genFound
                       perform varying gen-idx from 1 by 1
                               until gen-idx > genCount
                           if gt-file(gen-idx) = sg-file
                               set genFound to gen-idx
                           end-if
                       end-perform
                       if genFound = 0 and genCount < 400
                           add 1 to genCount
                           move genCount to genFound
                       end-if
                       if genFound > 0
                           move sg-file to gt-file(genFound)
                           move sg-last-seq to gt-last-seq(genFound)
                           move sg-last-seal to gt-last-seal(genFound)
                       end-if
               end-read
           end-perform
           close sealGensFile.

       START-CHAIN.
           move 'N' to chainAnchored
           move 'N' to chainBroken
           move 0 to chainPrevSeq
           move all "0" to chainPrevSeal
           move 0 to chainChecked
           move 0 to chainPreSeal
           move 0 to chainFiles
           move 0 to breakSeq
           move spaces to breakFile
           move spaces to breakMessage.

       VERIFY-AUDIT-CHAIN.
           move "AUD" to chainName
           perform START-CHAIN
           perform LOAD-GENERATIONS
           move 'N' to expectFound

           if verifyMode = 'G'
               move spaces to walkFileName
               if verifyDate = spaces
                   move "AUDIT-TRAIL.dat" to walkFileName
                   move 'Y' to expectFound
                   move ctlAudSeq to expectSeq
                   move ctlAudSeal to expectSeal
               else
                   string "AUDIT-TRAIL.D" delimited by size
                          verifyDate delimited by size
                          ".dat" delimited by size
                          into walkFileName
                   end-string
                   perform varying gen-idx from 1 by 1
                           until gen-idx > genCount
                       if gt-file(gen-idx) = walkFileName
                           move 'Y' to expectFound
                           move gt-last-seq(gen-idx) to expectSeq
                           move gt-last-seal(gen-idx) to expectSeal
                       end-if
                   end-perform
               end-if
               perform WALK-AUDIT-FILE
               if WFStat = "35"
                   move 'Y' to chainBroken
                   move walkFileName to breakFile
                   move "generation not on file" to breakMessage
               end-if
           else
               perform varying genIdx from 1 by 1
                       until genIdx > genCount
                   move gt-file(genIdx) to walkFileName
                   perform WALK-AUDIT-FILE
               end-perform
               move "AUDIT-TRAIL.dat" to walkFileName
               move 'Y' to expectFound
               move ctlAudSeq to expectSeq
               move ctlAudSeal to expectSeal
               perform WALK-AUDIT-FILE
           end-if

           perform CHECK-CHAIN-END
           perform REPORT-CHAIN.

      *> A generation aged off by housekeeping is simply not there;
      *> the next one opens with the seal that closed it.
       WALK-AUDIT-FILE.
           open input walkFile
           if WFStat not = "00"
               exit paragraph
           end-if
           add 1 to chainFiles
           move walkFileName to linkFile
           move 'N' to fileEOF
           perform until fileEOF = 'Y'
               read walkFile
                   at end move 'Y' to fileEOF
                   not at end
                       add 1 to recsRead
                       move wl-text to linkText
                       move wl-seq to linkSeq
                       move wl-seal to linkSeal
                       move 'N' to linkIsSeal
                       if wl-text(1:7) = "*SEAL* "
                           move 'Y' to linkIsSeal
                           move wl-text to linkSealText
                       end-if
                       perform CHECK-LINK
               end-read
           end-perform
           close walkFile.

       VERIFY-CHANGE-JOURNAL.
           move "CHG" to chainName
           perform START-CHAIN
           move "CHANGE-JOURNAL.dat" to linkFile

           open input changeJrnlFile
           if CJStat = "00"
               add 1 to chainFiles
               move 'N' to fileEOF
               perform until fileEOF = 'Y'
                   read changeJrnlFile
                       at end move 'Y' to fileEOF
                       not at end
                           add 1 to recsRead
                           move cg-entry to linkText
                           move cg-seq to linkSeq
                           move cg-seal to linkSeal
                           move 'N' to linkIsSeal
                           if cg-master = "SEL"
                               move 'Y' to linkIsSeal
                               move cg-after to linkSealText
                           end-if
                           perform CHECK-LINK
                   end-read
               end-perform
               close changeJrnlFile
           end-if

           move 'Y' to expectFound
           move ctlChgSeq to expectSeq
           move ctlChgSeal to expectSeal
           perform CHECK-CHAIN-END
           perform REPORT-CHAIN.

      *> Records written before sealing began carry no sequence and
      *> are passed over.  The first sealed record anchors the walk:
      *> a daily seal record names the link before it, sequence 1
      *> follows the all-zeros start, anything else is taken on
      *> trust as the oldest link retained.
       CHECK-LINK.
           if chainBroken = 'Y'
               exit paragraph
           end-if

           if linkSeq is not numeric or linkSeqNum = 0
               if chainAnchored = 'N'
                   add 1 to chainPreSeal
               else
                   move 'Y' to chainBroken
                   compute breakSeq = chainPrevSeq + 1
                   move linkFile to breakFile
                   move "unsealed record inside the sealed chain"
                       to breakMessage
               end-if
               exit paragraph
           end-if

           add 1 to chainChecked

           if chainAnchored = 'N'
               move 'Y' to chainAnchored
               evaluate true
                   when linkIsSeal = 'Y'
                       perform PARSE-SEAL-TEXT
                       move statedSeq to chainPrevSeq
                       move statedSeal to chainPrevSeal
                   when linkSeqNum = 1
                       move 0 to chainPrevSeq
                       move all "0" to chainPrevSeal
                   when other
                       move linkSeqNum to chainPrevSeq
                       move linkSeal to chainPrevSeal
                       exit paragraph
               end-evaluate
           end-if

           if linkSeqNum not = chainPrevSeq + 1
               move 'Y' to chainBroken
               move linkSeqNum to breakSeq
               move linkFile to breakFile
               if linkSeqNum > chainPrevSeq
                   move "sequence gap - records removed"
                       to breakMessage
               else
                   move "sequence out of order - records inserted"
                       to breakMessage
               end-if
               exit paragraph
           end-if

           move 'C' to sl-function
           move chainName to sl-chain
           move linkText to sl-text
           move linkSeqNum to sl-seq
           move chainPrevSeal to sl-prev-seal
           call "SEALREC" using seal-parms
           end-call
           if sl-seal not = linkSeal
               move 'Y' to chainBroken
               move linkSeqNum to breakSeq
               move linkFile to breakFile
               move "seal does not match - record altered"
                   to breakMessage
               exit paragraph
           end-if

           if linkIsSeal = 'Y'
               perform PARSE-SEAL-TEXT
               if statedSeq not = chainPrevSeq
                       or statedSeal not = chainPrevSeal
                   move 'Y' to chainBroken
                   move linkSeqNum to breakSeq
                   move linkFile to breakFile
                   move "daily seal does not match the records before"
                       to breakMessage
                   exit paragraph
               end-if
           end-if

           move linkSeqNum to chainPrevSeq
           move linkSeal to chainPrevSeal.

      *> *SEAL* <file> RECORDS n LAST-SEQ n LAST-SEAL x
       PARSE-SEAL-TEXT.
           move spaces to seal-tokens
           unstring linkSealText delimited by all space
               into sealToken(1) sealToken(2) sealToken(3)
                    sealToken(4) sealToken(5) sealToken(6)
                    sealToken(7) sealToken(8)
           end-unstring
           move 0 to statedSeq
           if sealToken(6)(1:8) is numeric
               move sealToken(6)(1:8) to statedSeq
           end-if
           move sealToken(8)(1:16) to statedSeal
           if statedSeq = 0
               move all "0" to statedSeal
           end-if.

      *> The last link walked must be the last one SEALREC issued
      *> (or, for a past generation, the last SEALDAY recorded);
      *> anything short of it means records were cut off the end.
       CHECK-CHAIN-END.
           if chainBroken = 'Y' or expectFound not = 'Y'
               exit paragraph
           end-if
           if expectSeq = 0
               exit paragraph
           end-if
           if chainAnchored = 'N'
               move 'Y' to chainBroken
               move 1 to breakSeq
               move linkFile to breakFile
               move "sealed records missing" to breakMessage
               exit paragraph
           end-if
           if chainPrevSeq < expectSeq
               move 'Y' to chainBroken
               compute breakSeq = chainPrevSeq + 1
               move linkFile to breakFile
               move "records removed from the end" to breakMessage
               exit paragraph
           end-if
           if chainPrevSeq = expectSeq
                   and chainPrevSeal not = expectSeal
               move 'Y' to chainBroken
               move chainPrevSeq to breakSeq
               move linkFile to breakFile
               move "last seal differs from seal control"
                   to breakMessage
           end-if.

       REPORT-CHAIN.
           move chainName to sv-chain
           move runStamp to sv-stamp
           move keyPresent to sv-keyed
           move chainChecked to sv-checked
           move breakSeq to sv-break-seq
           move breakFile to sv-file
           move breakMessage to sv-message
           if chainBroken = 'Y'
               move "BROKEN" to sv-result
               add 1 to brokenCount
           else
               move "INTACT" to sv-result
           end-if
           write seal-verify-record

           move chainChecked to dispCount
           move spaces to bufferLine
           string chainName delimited by size
                  "  " delimited by size
                  sv-result delimited by size
                  "  " delimited by size
                  function trim(dispCount) delimited by size
                  " links checked" delimited by size
                  into bufferLine
           end-string
           write bufferLine

           move chainPreSeal to dispCount
           if chainPreSeal > 0
               move spaces to bufferLine
               string "     " delimited by size
                      function trim(dispCount) delimited by size
                      " records written before sealing began"
                          delimited by size
                      into bufferLine
               end-string
               write bufferLine
           end-if

           if chainBroken = 'Y'
               move breakSeq to dispSeq
               move spaces to bufferLine
               if breakSeq = 0
                   string "     First broken link: " delimited by size
                          function trim(breakFile) delimited by size
                          into bufferLine
                   end-string
               else
                   string "     First broken link: seq "
                              delimited by size
                          function trim(dispSeq) delimited by size
                          " on " delimited by size
                          function trim(breakFile) delimited by size
                          into bufferLine
                   end-string
               end-if
               write bufferLine
               move spaces to bufferLine
               string "     " delimited by size
                      breakMessage delimited by size
                      into bufferLine
               end-string
               write bufferLine
           end-if.

       WRITE-AUDIT-TRAIL.
           move "SEALVFY" to al-program
           move runStartStamp to al-start-stamp
           move OFStat to al-file-status
           move recsRead to al-recs-read
           move 2 to al-recs-written
           move 0 to al-recs-rejected
           move RETURN-CODE to al-return-code
           move "N/A " to al-recon
           call "AUDITLOG" using audit-log-parms
           end-call
           cancel "AUDITLOG".
