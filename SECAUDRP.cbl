               WS-AC-COUNT(WS-AC-SUB).

      *  The sensitive actions the manager must eyeball one by one:
      *  manual balance adjustments ('ADJ', 'SADJ' taken in stand-in
      *  and the approval queue's 'QAPP' postings), reversals, card
      *  hot-listings, and salary
      *  changes (EMPMAINT update action 'U').
       PRINT-EXCEPTIONS.
           DISPLAY " ".
           EVALUATE TRUE
               WHEN WS-SE-SOURCE(WS-SE-SUB) = "TELAUDIT"
                AND (WS-SE-ACTION(WS-SE-SUB) = "ADJ "
                 OR WS-SE-ACTION(WS-SE-SUB) = "SADJ"
                 OR WS-SE-ACTION(WS-SE-SUB) = "REV "
                 OR WS-SE-ACTION(WS-SE-SUB) = "QAPP")
                   MOVE 'Y' TO WS-EXCEPT-FLAG
