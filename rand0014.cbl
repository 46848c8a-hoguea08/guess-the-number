    05  RW-KEPT             PIC 9(07) VALUES ZEROS.
    05  RW-REWRITTEN        PIC 9(07) VALUES ZEROS.

COPY ALERTPA.

PROCEDURE DIVISION.

DISPLAY "Suspense repair workbench.".
    CLOSE SUSP-FILE.
    CLOSE HOLD-FILE.
    IF RW-REWRITTEN NOT = RW-KEPT
        DISPLAY "REWRITE COUNT MISMATCH - REVIEW SUSPHOLD"
        MOVE "E" TO AA-SEVERITY
        MOVE "SUSPENSE REWRITE COUNT MISMATCH - REVIEW SUSPHOLD"
            TO AA-MESSAGE
        PERFORM 995-RAISE-ALERT.

710-COPY-BACK.
    WRITE SUSP-RECORD FROM HOLD-RECORD.
        AT END
            MOVE "Y" TO HOLD-EOF-SW
    END-READ.

995-RAISE-ALERT.
    MOVE "RAND0014" TO AA-PROGRAM.
    MOVE "ONLINE" TO AA-STEP.
    MOVE SPACES TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
