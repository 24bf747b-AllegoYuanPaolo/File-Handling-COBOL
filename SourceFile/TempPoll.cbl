       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPPOLL.

      *> Intra-day pass of the temperature station batch.  Run as
      *> often as the duty desk needs during the day: TEMPSTN picks
      *> up only the readings that arrived since the last pass and
      *> raises alerts and exceptions on them straight away.  The
      *> official daily statistics are still written by the nightly
      *> TEMPSTN run, which skips whatever these passes raised.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 tempstnRunMode pic x external.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           move 'P' to tempstnRunMode

           call "TEMPSTN"
           end-call
           cancel "TEMPSTN"

      *> Leave the switch clear so a nightly TEMPSTN called later in
      *> the same run unit is not taken for another pass.
           move space to tempstnRunMode

           GOBACK.
