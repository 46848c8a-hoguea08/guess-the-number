
100-MENU-ROUND.
    DISPLAY "Tournament maintenance - select an action:".
    DISPLAY "  D - Define a new event (date window or bracket)".
    DISPLAY "  E - Enroll a player".
    DISPLAY "  P - Post standings from game history".
    DISPLAY "  S - Standings report".
    ACCEPT TC-END-DATE.
    DISPLAY "Difficulty tier (E/M/H): ".
    ACCEPT TC-TIER.
    DISPLAY "Event type (W = date window, B = knockout bracket): ".
    ACCEPT TC-EVENT-TYPE.
    IF TC-START-DATE NOT NUMERIC
        OR TC-END-DATE NOT NUMERIC
        OR TC-END-DATE < TC-START-DATE
    ELSE
        IF NOT (TC-EASY-TIER OR TC-MEDIUM-TIER OR TC-HARD-TIER)
            DISPLAY "Invalid tier - event not added."
        ELSE IF NOT (TC-WINDOW-EVENT OR TC-BRACKET-EVENT)
            DISPLAY "Invalid event type - event not added."
        ELSE
            IF TC-EVENT-TYPE = SPACE
                MOVE "W" TO TC-EVENT-TYPE
            END-IF
            MOVE ZEROS TO TC-BR-ROUND
            MOVE ZEROS TO TC-BR-SIZE
            MOVE "O" TO TC-STATUS
            MOVE SPACES TO TC-WINNER-ID
            MOVE SPACES TO TC-CLOSE-DATE

300-ENROLL-PLAYER.
    PERFORM 950-GET-OPEN-EVENT.
    IF EVENT-FOUND AND TC-BRACKET-EVENT
        IF TC-BR-ROUND NUMERIC AND TC-BR-ROUND > 0
            DISPLAY "Bracket has already been seeded - enrollment closed."
            MOVE "N" TO EVENT-FOUND-SW
        END-IF
    END-IF.
    IF EVENT-FOUND
        DISPLAY "Player ID to enroll: "
        ACCEPT WS-TERM-INPUT
            MOVE ZEROS TO TE-GAMES
            MOVE ZEROS TO TE-WINS
            MOVE ZEROS TO TE-POINTS
            MOVE ZEROS TO TE-SEED
            MOVE SPACE TO TE-BR-STATUS
            MOVE ZEROS TO TE-BR-ROUND
            WRITE TOURN-ENR-RECORD
                INVALID KEY
                    DISPLAY "Player is already enrolled."

400-POST-STANDINGS.
    PERFORM 950-GET-OPEN-EVENT.
    PERFORM 960-REFUSE-BRACKET.
    IF EVENT-FOUND
        MOVE ZEROS TO PT-POSTED
        PERFORM 410-ZERO-EVENT-COUNTERS

600-CLOSE-EVENT.
    PERFORM 950-GET-OPEN-EVENT.
    PERFORM 960-REFUSE-BRACKET.
    IF EVENT-FOUND
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        PERFORM 610-OPEN-HOF-EXTEND
            MOVE "Y" TO EVENT-FOUND-SW
    END-READ.

960-REFUSE-BRACKET.
    IF EVENT-FOUND AND TC-BRACKET-EVENT
        DISPLAY "Bracket events are posted and closed by the nightly"
            " bracket run."
        MOVE "N" TO EVENT-FOUND-SW.

990-READ-HIST.
    READ GAME-HIST-FILE
        AT END
