       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONKEY.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 nameUpper pic x(30).
           01 nameLetters pic x(30).
           01 letterCount pic 99.
           01 nameSounds pic x(30).
           01 soundCount pic 99.
           01 keyLength pic 99.
           01 inIdx pic 99.
           01 thisLetter pic x.
           01 nextLetter pic x.
           01 thirdLetter pic x.
           01 soundOut pic x.
           01 stepSize pic 9.

       LINKAGE SECTION.
           copy "PHONPRM.cpy".

       PROCEDURE DIVISION using phonetic-key-parms.
       MAIN-LOGIC.
           move spaces to ph-key
           perform KEEP-LETTERS
           if letterCount = 0
               goback
           end-if
           perform FOLD-SOUNDS
           perform BUILD-KEY

           GOBACK.

       KEEP-LETTERS.
           move function upper-case(ph-name) to nameUpper
           move spaces to nameLetters
           move 0 to letterCount
           perform varying inIdx from 1 by 1 until inIdx > 30
               if nameUpper(inIdx:1) >= "A"
                       and nameUpper(inIdx:1) <= "Z"
                   add 1 to letterCount
                   move nameUpper(inIdx:1)
                       to nameLetters(letterCount:1)
               end-if
           end-perform.

      *> One sound per letter or letter pair; a sound repeated
      *> straight after itself counts once (Villa, Vila).
       FOLD-SOUNDS.
           move spaces to nameSounds
           move 0 to soundCount
           move 1 to inIdx
           perform until inIdx > letterCount
               move nameLetters(inIdx:1) to thisLetter
               move space to nextLetter
               move space to thirdLetter
               if inIdx < letterCount
                   move nameLetters(inIdx + 1:1) to nextLetter
               end-if
               if inIdx + 1 < letterCount
                   move nameLetters(inIdx + 2:1) to thirdLetter
               end-if
               move 1 to stepSize
               move thisLetter to soundOut

               evaluate true
                   when thisLetter = "P" and nextLetter = "H"
                       move "F" to soundOut
                       move 2 to stepSize
                   when thisLetter = "C" and nextLetter = "H"
                       move "S" to soundOut
                       move 2 to stepSize
                   when thisLetter = "S" and nextLetter = "H"
                       move "S" to soundOut
                       move 2 to stepSize
                   when thisLetter = "T" and nextLetter = "S"
                       move "S" to soundOut
                       move 2 to stepSize
                   when thisLetter = "Q" and nextLetter = "U"
                       move "K" to soundOut
                       move 2 to stepSize
                   when thisLetter = "G" and nextLetter = "U"
                           and (thirdLetter = "E" or thirdLetter = "I")
                       move "G" to soundOut
                       move 2 to stepSize
                   when thisLetter = "N" and nextLetter = "Y"
                       move "N" to soundOut
                       move 2 to stepSize
                   when thisLetter = "C"
                       if nextLetter = "E" or nextLetter = "I"
                               or nextLetter = "Y"
                           move "S" to soundOut
                       else
                           move "K" to soundOut
                       end-if
                   when thisLetter = "Q"
                       move "K" to soundOut
                   when thisLetter = "H"
                       move space to soundOut
                   when thisLetter = "J"
                       move "H" to soundOut
                   when thisLetter = "X" and inIdx = 1
                       move "H" to soundOut
                   when thisLetter = "X" or thisLetter = "Z"
                       move "S" to soundOut
                   when thisLetter = "V"
                       move "B" to soundOut
                   when thisLetter = "Y" or thisLetter = "E"
                       move "I" to soundOut
                   when thisLetter = "O"
                       move "U" to soundOut
               end-evaluate

               if soundOut not = space
                   if soundCount = 0
                       add 1 to soundCount
                       move soundOut to nameSounds(soundCount:1)
                   else
                       if soundOut not = nameSounds(soundCount:1)
                           add 1 to soundCount
                           move soundOut to nameSounds(soundCount:1)
                       end-if
                   end-if
               end-if
               add stepSize to inIdx
           end-perform.

      *> First sound as it stands, then the consonants that follow.
       BUILD-KEY.
           if soundCount = 0
               exit paragraph
           end-if
           move nameSounds(1:1) to ph-key(1:1)
           move 1 to keyLength
           perform varying inIdx from 2 by 1
                   until inIdx > soundCount or keyLength >= 10
               move nameSounds(inIdx:1) to soundOut
               if soundOut not = "A" and soundOut not = "I"
                       and soundOut not = "U"
                   add 1 to keyLength
                   move soundOut to ph-key(keyLength:1)
               end-if
           end-perform.
