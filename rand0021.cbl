IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0021.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-OPERATOR-ID
        FILE STATUS IS WS-OA-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPER-AUTH-FILE.
    COPY OPERAUTH.

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE          PIC X(102).

WORKING-STORAGE SECTION.

COPY MAINTLOG.

01  WS-OA-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  PIN-TRY-LIMIT           PIC 9 VALUES 3.
01  AUTHORITY-NAME          PIC X(14) VALUES SPACES.

LINKAGE SECTION.

COPY AUTHCKPA.

PROCEDURE DIVISION USING AUTH-CHECK-PARM.

MOVE 00 TO AP-RETURN-CODE.
PERFORM 050-NAME-AUTHORITY.
OPEN I-O OPER-AUTH-FILE.
IF WS-OA-STATUS NOT = "00"
    MOVE 20 TO AP-RETURN-CODE
    MOVE "AUTHORITY FILE UNAVAILABLE" TO ML-DETAIL
ELSE
    PERFORM 100-CHECK-OPERATOR
    CLOSE OPER-AUTH-FILE.
IF NOT AP-GRANTED
    PERFORM 900-LOG-REFUSAL.
GOBACK.

050-NAME-AUTHORITY.
    IF AP-LOCK-OVERRIDE
        MOVE "LOCK OVERRIDE" TO AUTHORITY-NAME
    ELSE IF AP-PLAYER-MAINT
        MOVE "PLAYER MAINT" TO AUTHORITY-NAME
    ELSE IF AP-HOUSE-RULES
        MOVE "HOUSE RULES" TO AUTHORITY-NAME
    ELSE IF AP-RUN-FORCE
        MOVE "RUN FORCE" TO AUTHORITY-NAME
    ELSE IF AP-AUTH-MAINT
        MOVE "AUTHORITY MAINT" TO AUTHORITY-NAME
    ELSE
        MOVE "UNKNOWN" TO AUTHORITY-NAME.

100-CHECK-OPERATOR.
    MOVE AP-OPERATOR-ID TO OA-OPERATOR-ID.
    READ OPER-AUTH-FILE
        INVALID KEY
            MOVE 16 TO AP-RETURN-CODE
            MOVE "OPERATOR NOT ON AUTHORITY FILE" TO ML-DETAIL
        NOT INVALID KEY
            PERFORM 200-CHECK-PIN
    END-READ.

200-CHECK-PIN.
    IF OA-LOCKED-OUT
        MOVE 12 TO AP-RETURN-CODE
        MOVE "OPERATOR ID LOCKED OUT" TO ML-DETAIL
    ELSE
        IF AP-PIN NOT = OA-PIN
            PERFORM 210-COUNT-BAD-PIN
        ELSE
            MOVE ZEROS TO OA-BAD-TRIES
            PERFORM 300-CHECK-AUTHORITY
        END-IF
        REWRITE OPER-AUTH-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF.

210-COUNT-BAD-PIN.
    ADD 1 TO OA-BAD-TRIES.
    ACCEPT OA-LAST-FAIL-DATE FROM DATE YYYYMMDD.
    ACCEPT OA-LAST-FAIL-TIME FROM TIME.
    MOVE 04 TO AP-RETURN-CODE.
    IF OA-BAD-TRIES >= PIN-TRY-LIMIT
        MOVE "Y" TO OA-LOCK-SW
        MOVE "BAD PIN - OPERATOR ID NOW LOCKED OUT" TO ML-DETAIL
    ELSE
        MOVE "BAD OPERATOR PIN" TO ML-DETAIL.

300-CHECK-AUTHORITY.
    IF (AP-LOCK-OVERRIDE AND OA-CAN-OVERRIDE)
        OR (AP-PLAYER-MAINT AND OA-CAN-MAINT-PLAYER)
        OR (AP-HOUSE-RULES AND OA-CAN-SET-RULES)
        OR (AP-RUN-FORCE AND OA-CAN-FORCE-STEP)
        OR (AP-AUTH-MAINT AND OA-CAN-MAINT-AUTH)
        MOVE 00 TO AP-RETURN-CODE
    ELSE
        MOVE 08 TO AP-RETURN-CODE
        MOVE SPACES TO ML-DETAIL
        STRING "NO AUTHORITY - " DELIMITED BY SIZE
               AUTHORITY-NAME DELIMITED BY SIZE
            INTO ML-DETAIL.

900-LOG-REFUSAL.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.
    ACCEPT ML-DATE FROM DATE YYYYMMDD.
    ACCEPT ML-TIME FROM TIME.
    MOVE AP-OPERATOR-ID TO ML-OPERATOR.
    MOVE "REFUSED" TO ML-ACTION.
    MOVE AP-PROGRAM TO ML-FROM-ID.
    MOVE AP-TARGET-ID TO ML-TO-ID.
    WRITE MAINT-LOG-LINE FROM MAINT-LOG-RECORD.
    CLOSE MAINT-LOG-FILE.
