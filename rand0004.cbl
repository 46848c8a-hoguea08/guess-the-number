
COPY RUNCTLPA.

COPY ALERTPA.

LINKAGE SECTION.

01  LS-PARM-INFO.
990-WORK-ABEND.
    DISPLAY "TALLY WORK FILE ERROR - STATUS " WS-TW-STATUS
        " - RUN ABORTED".
    MOVE "S" TO AA-SEVERITY.
    MOVE SPACES TO AA-MESSAGE.
    STRING "TALLY WORK FILE ERROR - STATUS " DELIMITED BY SIZE
           WS-TW-STATUS DELIMITED BY SIZE
           " - RUN ABORTED" DELIMITED BY SIZE
        INTO AA-MESSAGE.
    PERFORM 995-RAISE-ALERT.
    MOVE "TALLY WORK FILE ERROR - RUN ABORTED" TO PRINT-LINE.
    WRITE PRINT-LINE.
    CLOSE PRINT-FILE.
    STOP RUN.

995-RAISE-ALERT.
    MOVE "RAND0004" TO AA-PROGRAM.
    MOVE "RAND0004" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
