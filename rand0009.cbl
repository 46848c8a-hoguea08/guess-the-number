
COPY RUNCTLPA.

COPY ALERTPA.

PROCEDURE DIVISION.

PERFORM 050-REGISTER-START.
990-WORK-ABEND.
    DISPLAY "RATE WORK FILE ERROR - STATUS " WS-RW-STATUS
        " - RUN ABORTED".
    MOVE "S" TO AA-SEVERITY.
    MOVE SPACES TO AA-MESSAGE.
    STRING "RATE WORK FILE ERROR - STATUS " DELIMITED BY SIZE
           WS-RW-STATUS DELIMITED BY SIZE
           " - RUN ABORTED" DELIMITED BY SIZE
        INTO AA-MESSAGE.
    PERFORM 995-RAISE-ALERT.
    MOVE "RATE WORK FILE ERROR - RUN ABORTED" TO PRINT-LINE.
    WRITE PRINT-LINE.
    CLOSE PRINT-FILE.
    STOP RUN.

995-RAISE-ALERT.
    MOVE "RAND0009" TO AA-PROGRAM.
    MOVE "RAND0009" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
