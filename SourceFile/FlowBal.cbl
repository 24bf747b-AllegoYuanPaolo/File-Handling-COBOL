           01 sel8Susp pic 9(7) value 0.
           01 sel8Posted pic x value 'N'.
           01 entryPosted pic x value 'N'.
           01 seq9Priced pic 9(7) value 0.
           01 seq9Fed pic 9(7) value 0.
           01 seq9Unfed pic 9(7) value 0.
           01 seq9Posted pic x value 'N'.
           01 svcBilled pic 9(7) value 0.
           01 svcPosted pic x value 'N'.
           01 outSum pic 9(7).
           01 balanceOK pic x value 'Y'.
           01 firstBreak pic x(40) value spaces.
           close runCtlFile.

      *> Keyed-side total = TRANSENT entries plus reject and
      *> suspense releases that rejoined this batch, plus priced
      *> Seq9 orders fed in as sales and service contracts billed.
       SUM-DAY-CONTROL.
           open input dayCtlFile
           if YCStat not = "00"
                               when "SUSPREL "
                                   add yc-out to keyedCount
                                   move 'Y' to entryPosted
                               when "SEQ9    "
                                   add yc-out to keyedCount
                                   add yc-in to seq9Priced
                                   add yc-out to seq9Fed
                                   add yc-rej to seq9Unfed
                                   move 'Y' to entryPosted
                                   move 'Y' to seq9Posted
                               when "SVCBILL "
                                   add yc-out to keyedCount
                                   add yc-out to svcBilled
                                   move 'Y' to entryPosted
                                   move 'Y' to svcPosted
                               when "SEL8    "
                                   add yc-in to sel8In
                                   add yc-out to sel8Out
               exit paragraph
           end-if

           if seq9Posted = 'Y'
               compute outSum = seq9Fed + seq9Unfed
               if seq9Priced not = outSum or seq9Unfed > 0
                   move 'N' to balanceOK
                   move "Seq9 priced orders vs fed to Sel8"
                       to firstBreak
                   exit paragraph
               end-if
           end-if

           if keyedCount not = sel8In
               move 'N' to balanceOK
               move "keyed vs Sel8 read" to firstBreak
           end-string
               write bufferLine

           if seq9Posted = 'Y'
               move seq9Fed to dispA
               move spaces to bufferLine
               string "  of which Seq9 orders fed      : "
                      delimited by size
                      function trim(dispA) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
               move seq9Priced to dispA
               move seq9Unfed to dispB
               move spaces to bufferLine
               string "  Seq9 priced / not fed         : "
                      delimited by size
                      function trim(dispA) delimited by size
                      " / " delimited by size
                      function trim(dispB) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           if svcPosted = 'Y'
               move svcBilled to dispA
               move spaces to bufferLine
               string "  of which service contracts    : "
                      delimited by size
                      function trim(dispA) delimited by size
                      into bufferLine
               end-string
                   write bufferLine
           end-if

           move sel8In to dispA
           move spaces to bufferLine
           string "Sel8 read (control-verified)    : "
