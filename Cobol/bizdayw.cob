      *   'N' - next-business-day: steps forward from the given
      *         date and hands back the first business day after
      *         it.
      *   'H' - is-holiday: result 'Y' only when the date is on
      *         the holiday master itself, weekend or not - the
      *         question holiday premium pay asks, as against
      *         whether the shop is open.
      * DATECHK stays the authority on whether a date is real;
      * this service only answers whether the shop works it.
       ENVIRONMENT DIVISION.
                   MOVE WS-WORK-DATE TO BD-DATE-OUT
               WHEN 'N'
                   PERFORM Find-Next-Business-Day
               WHEN 'H'
                   MOVE BD-DATE-IN TO WS-WORK-DATE
                   PERFORM Find-Holiday
                   MOVE WS-WORK-DATE TO BD-DATE-OUT
               WHEN OTHER
                   DISPLAY "BIZDAYW - UNKNOWN REQUEST CODE:"
                           BD-REQUEST-CODE
               END-IF
           END-PERFORM.

       Find-Holiday.
           PERFORM VARYING WS-HOLIDAY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUBSCRIPT > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUBSCRIPT)
                       = WS-WORK-DATE
                   MOVE 'Y' TO BD-RESULT-SWITCH
                   MOVE WS-HOLIDAY-COUNT TO WS-HOLIDAY-SUBSCRIPT
               END-IF
           END-PERFORM.

      * Steps forward one day at a time; two weeks of closed
      * doors in a row means the holiday master is nonsense and
      * the request fails rather than loops.
