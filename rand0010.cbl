    05  RCL-COUNT           PIC Z,ZZZ,ZZ9.

COPY RUNCTLPA.
COPY ALERTPA.

PROCEDURE DIVISION.

        OUTPUT PROCEDURE 400-WRITE-CERTIFIED.
PERFORM 800-FINISH.
IF CT-READ = CT-CLEAN + CT-REJECTED
    PERFORM 850-REGISTER-END
ELSE
    MOVE "E" TO AA-SEVERITY
    MOVE "CERTIFICATION CONTROL COUNTS OUT OF BALANCE" TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT.
STOP RUN.

050-REGISTER-START.
            ADD 1 TO CT-READ
            ADD 1 TO CT-RELEASED
    END-READ.

995-RAISE-ALERT.
    MOVE "RAND0010" TO AA-PROGRAM.
    MOVE "RAND0010" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
