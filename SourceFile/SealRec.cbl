       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALREC.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select sealCtlFile
                       assign to "SEAL-CTL.dat"
                       organization is line sequential
                       file status is SCStat.

                   select sealKeyFile
                       assign to "SEAL-KEY.dat"
                       organization is line sequential
                       file status is SKStat.

       DATA DIVISION.
           file section.
               fd sealCtlFile.
                   copy "SEALCTL.cpy".

      *> Secret mixed into every seal so the chain cannot simply be
      *> recomputed after an edit.  Held by security administration
      *> with access restricted to the batch user.
               fd sealKeyFile.
                   01 seal-key-record.
                       02 sk-key pic x(16).

           WORKING-STORAGE SECTION.
           01 SCStat pic xx.
           01 SKStat pic xx.
           01 fileEOF pic x.
           01 savedRC pic 9(2).

           01 ctl-table.
               02 ctl-entry occurs 10 times indexed by ctl-idx.
                   03 ct-chain pic x(3).
                   03 ct-seq   pic 9(8).
                   03 ct-seal  pic x(16).
                   03 ct-stamp pic 9(14).
           01 ctlCount pic 99.
           01 ctlFound pic 99.

           01 keyLoaded pic x value 'N'.
           01 sealKey pic x(16) value spaces.

           01 sealFeed pic x(743).
           01 feedIdx pic 9(3).
           01 charCode pic 9(3).
           01 hashA pic 9(11).
           01 hashB pic 9(11).
           01 hashQuot pic 9(11).
           01 seal-parts.
               02 sealA pic 9(8).
               02 sealB pic 9(8).

       LINKAGE SECTION.
           copy "SEALPRM.cpy".

       PROCEDURE DIVISION using seal-parms.
       MAIN-LOGIC.
           move RETURN-CODE to savedRC
           perform LOAD-SEAL-KEY

           evaluate sl-function
               when 'C'
                   perform COMPUTE-SEAL
               when other
                   perform SEAL-NEXT-RECORD
           end-evaluate

           move savedRC to RETURN-CODE

           GOBACK.

       LOAD-SEAL-KEY.
           if keyLoaded = 'Y'
               exit paragraph
           end-if
           move 'Y' to keyLoaded
           open input sealKeyFile
           if SKStat = "00"
               read sealKeyFile
                   at end continue
                   not at end move sk-key to sealKey
               end-read
               close sealKeyFile
           end-if.

      *> A chain not yet on SEAL-CTL.dat starts at sequence 1 after
      *> a seal of all zeros.
       SEAL-NEXT-RECORD.
           move 0 to ctlCount
           open input sealCtlFile
           if SCStat = "00"
               move 'N' to fileEOF
               perform until fileEOF = 'Y'
                   read sealCtlFile
                       at end move 'Y' to fileEOF
                       not at end
                           if ctlCount < 10
                               add 1 to ctlCount
                               move sc-chain to ct-chain(ctlCount)
                               move sc-seq to ct-seq(ctlCount)
                               move sc-seal to ct-seal(ctlCount)
                               move sc-stamp to ct-stamp(ctlCount)
                           end-if
                   end-read
               end-perform
               close sealCtlFile
           end-if

           move 0 to ctlFound
           perform varying ctl-idx from 1 by 1
                   until ctl-idx > ctlCount
               if ct-chain(ctl-idx) = sl-chain
                   set ctlFound to ctl-idx
               end-if
           end-perform
           if ctlFound = 0
               add 1 to ctlCount
               move ctlCount to ctlFound
               move sl-chain to ct-chain(ctlFound)
               move 0 to ct-seq(ctlFound)
               move all "0" to ct-seal(ctlFound)
           end-if

           move ct-seal(ctlFound) to sl-prev-seal
           compute sl-seq = ct-seq(ctlFound) + 1
           perform COMPUTE-SEAL

           move sl-seq to ct-seq(ctlFound)
           move sl-seal to ct-seal(ctlFound)
           move function current-date(1:14) to ct-stamp(ctlFound)

           open output sealCtlFile
           perform varying ctl-idx from 1 by 1
                   until ctl-idx > ctlCount
               move ct-chain(ctl-idx) to sc-chain
               move ct-seq(ctl-idx) to sc-seq
               move ct-seal(ctl-idx) to sc-seal
               move ct-stamp(ctl-idx) to sc-stamp
               write seal-ctl-record
           end-perform
           close sealCtlFile.

      *> Two running remainders over key, previous seal, sequence,
      *> chain and record text; any change to any of them moves
      *> both.
       COMPUTE-SEAL.
           move sealKey to sealFeed(1:16)
           move sl-prev-seal to sealFeed(17:16)
           move sl-seq to sealFeed(33:8)
           move sl-chain to sealFeed(41:3)
           move sl-text to sealFeed(44:700)

           move 1234567 to hashA
           move 7654321 to hashB
           perform varying feedIdx from 1 by 1 until feedIdx > 743
               compute charCode = function ord(sealFeed(feedIdx:1))
               compute hashA = hashA * 257 + charCode
               divide hashA by 99999989 giving hashQuot
                   remainder hashA
               compute hashB = hashB * 263 + charCode * 7 + feedIdx
               divide hashB by 99999971 giving hashQuot
                   remainder hashB
           end-perform

           move hashA to sealA
           move hashB to sealB
           move seal-parts to sl-seal.
