IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0031.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-KEY
        FILE STATUS IS WS-AL-STATUS.
    SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-RC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ALERT-FILE.
    COPY ALERTREC.

FD  RUN-CTL-FILE.
    COPY RUNCTLRC.

WORKING-STORAGE SECTION.

01  WS-AL-STATUS            PIC XX VALUES "00".
01  WS-RC-STATUS            PIC XX VALUES "00".
01  WS-TODAY                PIC X(08).
01  WS-NOW                  PIC 9(08).
01  TRY-SEQ                 PIC 999 VALUES ZEROS.
01  ALERT-WRITTEN-SW        PIC X VALUES "N".
    88  ALERT-WRITTEN           VALUES "Y".

LINKAGE SECTION.

COPY ALERTPA.

PROCEDURE DIVISION USING ALERT-PARM.

MOVE 00 TO AA-RETURN-CODE.
ACCEPT WS-TODAY FROM DATE YYYYMMDD.
ACCEPT WS-NOW FROM TIME.
IF AA-BUS-DATE = SPACES
    PERFORM 200-GET-BUS-DATE.
PERFORM 100-OPEN-ALERT-FILE.
IF AA-LOG-ERROR
    DISPLAY "ALERT LOG UNAVAILABLE - STATUS " WS-AL-STATUS " "
        AA-PROGRAM " " AA-STEP " " AA-BUS-DATE " " AA-SEVERITY
    DISPLAY "    " AA-MESSAGE " " AA-PLAYER-ID " " AA-OTHER-ID
    GOBACK.
PERFORM 300-WRITE-ALERT.
CLOSE ALERT-FILE.
IF NOT ALERT-WRITTEN
    MOVE 12 TO AA-RETURN-CODE
    DISPLAY "ALERT NOT RECORDED - STATUS " WS-AL-STATUS " "
        AA-PROGRAM " " AA-STEP " " AA-BUS-DATE " " AA-SEVERITY
    DISPLAY "    " AA-MESSAGE " " AA-PLAYER-ID " " AA-OTHER-ID.
GOBACK.

100-OPEN-ALERT-FILE.
    OPEN I-O ALERT-FILE.
    IF WS-AL-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
        CLOSE ALERT-FILE
        OPEN I-O ALERT-FILE.
    IF WS-AL-STATUS NOT = "00"
        MOVE 12 TO AA-RETURN-CODE.

200-GET-BUS-DATE.
    MOVE WS-TODAY TO AA-BUS-DATE.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RC-STATUS = "00"
        MOVE "00000000" TO RC-DATE
        MOVE "*CONTROL" TO RC-STEP
        READ RUN-CTL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE RC-BUS-DATE TO AA-BUS-DATE
        END-READ
        CLOSE RUN-CTL-FILE.

300-WRITE-ALERT.
    MOVE WS-TODAY TO AL-DATE.
    MOVE WS-NOW TO AL-TIME.
    MOVE AA-PROGRAM TO AL-PROGRAM.
    MOVE AA-STEP TO AL-STEP.
    MOVE AA-BUS-DATE TO AL-BUS-DATE.
    MOVE AA-SEVERITY TO AL-SEVERITY.
    IF NOT AL-INFO AND NOT AL-WARNING AND NOT AL-ERROR
        AND NOT AL-SEVERE
        MOVE "E" TO AL-SEVERITY.
    MOVE AA-MESSAGE TO AL-MESSAGE.
    MOVE AA-PLAYER-ID TO AL-PLAYER-ID.
    MOVE AA-OTHER-ID TO AL-OTHER-ID.
    MOVE "O" TO AL-STATUS.
    MOVE SPACES TO AL-ACK-OPER.
    MOVE SPACES TO AL-ACK-DATE.
    MOVE ZEROS TO AL-ACK-TIME.
    MOVE SPACES TO AL-ACK-COMMENT.
    MOVE "N" TO ALERT-WRITTEN-SW.
    MOVE ZEROS TO TRY-SEQ.
    PERFORM 310-TRY-WRITE
        UNTIL ALERT-WRITTEN OR TRY-SEQ > 99.

310-TRY-WRITE.
    MOVE TRY-SEQ TO AL-SEQ.
    WRITE ALERT-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.
    IF WS-AL-STATUS = "00"
        MOVE "Y" TO ALERT-WRITTEN-SW
    ELSE IF WS-AL-STATUS = "22"
        ADD 1 TO TRY-SEQ
    ELSE
        MOVE 100 TO TRY-SEQ.
