01  RPT-STATUS-LINE         PIC X(60).

COPY RUNCTLPA.
COPY ALERTPA.

LINKAGE SECTION.

IF (COUNTS-BALANCED
    AND RT-REWRITTEN = RT-RETAINED + RT-BF-WRITTEN)
    OR RT-READ = 0
    PERFORM 850-REGISTER-END
ELSE
    IF COUNTS-BALANCED
        MOVE "S" TO AA-SEVERITY
    ELSE
        MOVE "E" TO AA-SEVERITY
    END-IF
    MOVE RPT-STATUS-LINE TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT.
STOP RUN.

050-REGISTER-START.
        AT END
            MOVE "Y" TO HOLD-EOF-SW
    END-READ.

995-RAISE-ALERT.
    MOVE "RAND0015" TO AA-PROGRAM.
    MOVE "RAND0015" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
