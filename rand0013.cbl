01  STEP-FOUND-SW           PIC X VALUES "N".
    88  STEP-FOUND              VALUES "Y".

COPY ALERTPA.

LINKAGE SECTION.

COPY RUNCTLPA.
IF RP-CTL-ERROR
    DISPLAY "RUN CONTROL UNAVAILABLE - STEP " RP-STEP-NAME
        " NOT REGISTERED"
    MOVE SPACES TO AA-BUS-DATE
    MOVE "S" TO AA-SEVERITY
    MOVE "RUN CONTROL UNAVAILABLE - STEP NOT REGISTERED" TO AA-MESSAGE
    PERFORM 900-RAISE-ALERT
    GOBACK.
PERFORM 200-GET-BUS-DATE.
IF RP-REGISTER-START
CLOSE RUN-CTL-FILE.
IF RP-CTL-ERROR
    DISPLAY "RUN CONTROL ERROR - STEP " RP-STEP-NAME
        " NOT RECORDED"
    MOVE WS-BUS-DATE TO AA-BUS-DATE
    MOVE "E" TO AA-SEVERITY
    MOVE "RUN CONTROL ERROR - STEP NOT RECORDED" TO AA-MESSAGE
    PERFORM 900-RAISE-ALERT.
IF RP-ALREADY-DONE
    MOVE WS-BUS-DATE TO AA-BUS-DATE
    MOVE "W" TO AA-SEVERITY
    MOVE "ALREADY COMPLETE - RUN REFUSED" TO AA-MESSAGE
    PERFORM 900-RAISE-ALERT.
GOBACK.

100-OPEN-CTL-FILE.
        NOT INVALID KEY
            MOVE "Y" TO STEP-FOUND-SW
    END-READ.

900-RAISE-ALERT.
    MOVE RP-STEP-NAME TO AA-PROGRAM.
    MOVE RP-STEP-NAME TO AA-STEP.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
