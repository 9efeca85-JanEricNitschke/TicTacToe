           IF LEAGUE-SCHEDULE-OK
               PERFORM LOAD-SCHEDULE
               CLOSE LEAGUE-SCHEDULE
           END-IF
      *    The season close empties LEAGUESCH, so an empty schedule
      *    is rebuilt the same as a missing one.
           IF FIXTURE-COUNT > 0
               PERFORM PRINT-STANDINGS
               PERFORM PRINT-OUTSTANDING-FIXTURES
           ELSE
