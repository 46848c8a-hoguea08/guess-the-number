IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0022.

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
COPY AUTHCKPA.

01  WS-OA-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".

01  OPERATOR-ID             PIC X(10) VALUES SPACES.
01  OPERATOR-PIN            PIC X(06) VALUES SPACES.
01  MENU-ACTION             PIC X VALUES SPACES.
01  DONE-SW                 PIC X VALUES "N".
    88  MENU-DONE               VALUES "Y".
01  OA-EOF-SW               PIC X VALUES "N".
    88  OA-EOF                  VALUES "Y".
01  RECORD-FOUND-SW         PIC X VALUES "N".
    88  RECORD-FOUND            VALUES "Y".
01  FILE-EMPTY-SW           PIC X VALUES "N".
    88  FILE-EMPTY              VALUES "Y".
01  ENTRY-VALID-SW          PIC X VALUES "N".
    88  ENTRY-VALID             VALUES "Y".

01  WORK-OPER-ID            PIC X(10) VALUES SPACES.
01  WORK-PIN                PIC X(06) VALUES SPACES.
01  CONFIRM-PIN             PIC X(06) VALUES SPACES.
01  PIN-LENGTH              PIC 9 VALUES ZEROS.
01  WS-FIELD-VALUE          PIC X(20) VALUES SPACES.
01  OPERS-SHOWN             PIC 9(03) VALUES ZEROS.

01  LIST-HEADING            PIC X(66) VALUES
    "OPERATOR    NAME                  OVR PLY RUL FRC AUT  LOCKED".

01  LIST-LINE.
    05  LL-OPER-ID          PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  LL-NAME             PIC X(20).
    05  FILLER              PIC X(03) VALUES SPACES.
    05  LL-OVERRIDE         PIC X.
    05  FILLER              PIC X(03) VALUES SPACES.
    05  LL-PLAYER-MAINT     PIC X.
    05  FILLER              PIC X(03) VALUES SPACES.
    05  LL-HOUSE-RULES      PIC X.
    05  FILLER              PIC X(03) VALUES SPACES.
    05  LL-RUN-FORCE        PIC X.
    05  FILLER              PIC X(03) VALUES SPACES.
    05  LL-AUTH-MAINT       PIC X.
    05  FILLER              PIC X(05) VALUES SPACES.
    05  LL-LOCKED           PIC X.

PROCEDURE DIVISION.

DISPLAY "Operator authority maintenance.".
PERFORM 010-OPEN-AUTH-FILE.
PERFORM 020-CHECK-EMPTY-FILE.
IF FILE-EMPTY
    DISPLAY "No operators are defined - the first operator entered"
        " receives every authority."
    DISPLAY "Operator ID: "
    ACCEPT OPERATOR-ID
    PERFORM 015-OPEN-LOG-FILE
    MOVE OPERATOR-ID TO WORK-OPER-ID
    PERFORM 300-CHANGE-OPERATOR
    IF FILE-EMPTY
        DISPLAY "No operator was stored - maintenance ended."
        STOP RUN
    END-IF
ELSE
    CLOSE OPER-AUTH-FILE
    PERFORM 030-SIGN-ON
    PERFORM 010-OPEN-AUTH-FILE
    PERFORM 015-OPEN-LOG-FILE.
PERFORM 100-MENU-ROUND
    UNTIL MENU-DONE.
CLOSE OPER-AUTH-FILE.
CLOSE MAINT-LOG-FILE.
STOP RUN.

010-OPEN-AUTH-FILE.
    OPEN I-O OPER-AUTH-FILE.
    IF WS-OA-STATUS = "35"
        OPEN OUTPUT OPER-AUTH-FILE
        CLOSE OPER-AUTH-FILE
        OPEN I-O OPER-AUTH-FILE.

015-OPEN-LOG-FILE.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.

020-CHECK-EMPTY-FILE.
    MOVE "N" TO FILE-EMPTY-SW.
    MOVE LOW-VALUES TO OA-OPERATOR-ID.
    START OPER-AUTH-FILE KEY >= OA-OPERATOR-ID
        INVALID KEY
            MOVE "Y" TO FILE-EMPTY-SW
    END-START.

030-SIGN-ON.
    DISPLAY "Operator ID: ".
    ACCEPT OPERATOR-ID.
    DISPLAY "Operator PIN: ".
    ACCEPT OPERATOR-PIN WITH NO-ECHO.
    MOVE OPERATOR-ID TO AP-OPERATOR-ID.
    MOVE OPERATOR-PIN TO AP-PIN.
    MOVE "A" TO AP-AUTHORITY.
    MOVE "RAND0022" TO AP-PROGRAM.
    MOVE SPACES TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.
    IF NOT AP-GRANTED
        DISPLAY "Sign-on refused - not authorised for operator"
            " authority maintenance."
        STOP RUN.

100-MENU-ROUND.
    DISPLAY "Select an action:".
    DISPLAY "  L - List operators".
    DISPLAY "  C - Create or change an operator".
    DISPLAY "  U - Unlock an operator and set a new PIN".
    DISPLAY "  D - Delete an operator".
    DISPLAY "  X - Exit".
    ACCEPT MENU-ACTION.
    IF MENU-ACTION = "L"
        PERFORM 200-LIST-OPERATORS
    ELSE IF MENU-ACTION = "C"
        DISPLAY "Operator ID to create or change: "
        ACCEPT WORK-OPER-ID
        PERFORM 300-CHANGE-OPERATOR
    ELSE IF MENU-ACTION = "U"
        PERFORM 400-UNLOCK-OPERATOR
    ELSE IF MENU-ACTION = "D"
        PERFORM 500-DELETE-OPERATOR
    ELSE IF MENU-ACTION = "X"
        MOVE "Y" TO DONE-SW
    ELSE
        DISPLAY "Unknown action.".

200-LIST-OPERATORS.
    MOVE "N" TO OA-EOF-SW.
    MOVE ZEROS TO OPERS-SHOWN.
    MOVE LOW-VALUES TO OA-OPERATOR-ID.
    START OPER-AUTH-FILE KEY >= OA-OPERATOR-ID
        INVALID KEY
            MOVE "Y" TO OA-EOF-SW
    END-START.
    DISPLAY LIST-HEADING.
    PERFORM 210-LIST-ONE-OPERATOR
        UNTIL OA-EOF.
    IF OPERS-SHOWN = 0
        DISPLAY "No operators on file.".

210-LIST-ONE-OPERATOR.
    READ OPER-AUTH-FILE NEXT RECORD
        AT END
            MOVE "Y" TO OA-EOF-SW
        NOT AT END
            ADD 1 TO OPERS-SHOWN
            PERFORM 220-SHOW-OPERATOR-LINE
    END-READ.

220-SHOW-OPERATOR-LINE.
    MOVE OA-OPERATOR-ID TO LL-OPER-ID.
    MOVE OA-NAME TO LL-NAME.
    MOVE OA-LOCK-OVERRIDE TO LL-OVERRIDE.
    MOVE OA-PLAYER-MAINT TO LL-PLAYER-MAINT.
    MOVE OA-HOUSE-RULES TO LL-HOUSE-RULES.
    MOVE OA-RUN-FORCE TO LL-RUN-FORCE.
    MOVE OA-AUTH-MAINT TO LL-AUTH-MAINT.
    IF OA-LOCKED-OUT
        MOVE "Y" TO LL-LOCKED
    ELSE
        MOVE "N" TO LL-LOCKED.
    DISPLAY LIST-LINE.

300-CHANGE-OPERATOR.
    IF WORK-OPER-ID = SPACES
        DISPLAY "Operator ID is required - nothing changed."
    ELSE
        MOVE "N" TO RECORD-FOUND-SW
        MOVE WORK-OPER-ID TO OA-OPERATOR-ID
        READ OPER-AUTH-FILE
            INVALID KEY
                PERFORM 310-DEFAULT-NEW-OPERATOR
            NOT INVALID KEY
                MOVE "Y" TO RECORD-FOUND-SW
                DISPLAY "Current values:"
                DISPLAY LIST-HEADING
                PERFORM 220-SHOW-OPERATOR-LINE
        END-READ
        PERFORM 320-ACCEPT-OPERATOR-VALUES
        IF ENTRY-VALID
            PERFORM 330-STORE-OPERATOR.

310-DEFAULT-NEW-OPERATOR.
    MOVE WORK-OPER-ID TO OA-OPERATOR-ID.
    MOVE SPACES TO OA-PIN.
    MOVE SPACES TO OA-NAME.
    MOVE "N" TO OA-LOCK-OVERRIDE.
    MOVE "N" TO OA-PLAYER-MAINT.
    MOVE "N" TO OA-HOUSE-RULES.
    MOVE "N" TO OA-RUN-FORCE.
    MOVE "N" TO OA-AUTH-MAINT.
    MOVE ZEROS TO OA-BAD-TRIES.
    MOVE "N" TO OA-LOCK-SW.
    MOVE SPACES TO OA-LAST-FAIL-DATE.
    MOVE ZEROS TO OA-LAST-FAIL-TIME.
    DISPLAY "New operator - no authorities until granted below.".

320-ACCEPT-OPERATOR-VALUES.
    MOVE "Y" TO ENTRY-VALID-SW.
    DISPLAY "Operator name (blank keeps current): ".
    ACCEPT WS-FIELD-VALUE.
    IF WS-FIELD-VALUE NOT = SPACES
        MOVE WS-FIELD-VALUE TO OA-NAME.
    IF FILE-EMPTY
        MOVE "Y" TO OA-LOCK-OVERRIDE
        MOVE "Y" TO OA-PLAYER-MAINT
        MOVE "Y" TO OA-HOUSE-RULES
        MOVE "Y" TO OA-RUN-FORCE
        MOVE "Y" TO OA-AUTH-MAINT
    ELSE
        DISPLAY "May override session locks (Y/N, blank keeps "
            OA-LOCK-OVERRIDE "): "
        PERFORM 321-TAKE-FLAG
        IF ENTRY-VALID AND WS-FIELD-VALUE NOT = SPACES
            MOVE WS-FIELD-VALUE TO OA-LOCK-OVERRIDE
        END-IF
        DISPLAY "May maintain players (Y/N, blank keeps "
            OA-PLAYER-MAINT "): "
        PERFORM 321-TAKE-FLAG
        IF ENTRY-VALID AND WS-FIELD-VALUE NOT = SPACES
            MOVE WS-FIELD-VALUE TO OA-PLAYER-MAINT
        END-IF
        DISPLAY "May change house rules (Y/N, blank keeps "
            OA-HOUSE-RULES "): "
        PERFORM 321-TAKE-FLAG
        IF ENTRY-VALID AND WS-FIELD-VALUE NOT = SPACES
            MOVE WS-FIELD-VALUE TO OA-HOUSE-RULES
        END-IF
        DISPLAY "May force run-control steps (Y/N, blank keeps "
            OA-RUN-FORCE "): "
        PERFORM 321-TAKE-FLAG
        IF ENTRY-VALID AND WS-FIELD-VALUE NOT = SPACES
            MOVE WS-FIELD-VALUE TO OA-RUN-FORCE
        END-IF
        DISPLAY "May maintain operator authority (Y/N, blank keeps "
            OA-AUTH-MAINT "): "
        PERFORM 321-TAKE-FLAG
        IF ENTRY-VALID AND WS-FIELD-VALUE NOT = SPACES
            MOVE WS-FIELD-VALUE TO OA-AUTH-MAINT
        END-IF
    END-IF.
    IF ENTRY-VALID
        IF OA-PIN = SPACES
            PERFORM 340-TAKE-NEW-PIN
        ELSE
            DISPLAY "Set a new PIN? (Y/N)"
            ACCEPT WS-FIELD-VALUE
            IF WS-FIELD-VALUE(1:1) = "Y"
                PERFORM 340-TAKE-NEW-PIN.

321-TAKE-FLAG.
    ACCEPT WS-FIELD-VALUE.
    IF WS-FIELD-VALUE NOT = SPACES
        AND WS-FIELD-VALUE NOT = "Y" AND WS-FIELD-VALUE NOT = "N"
        DISPLAY "Answer Y or N - entry abandoned."
        MOVE "N" TO ENTRY-VALID-SW.

330-STORE-OPERATOR.
    IF RECORD-FOUND
        REWRITE OPER-AUTH-RECORD
            INVALID KEY
                DISPLAY "Operator could not be updated."
        END-REWRITE
    ELSE
        WRITE OPER-AUTH-RECORD
            INVALID KEY
                DISPLAY "Operator could not be written."
        END-WRITE.
    IF WS-OA-STATUS = "00"
        IF RECORD-FOUND
            MOVE "OPERCHG" TO ML-ACTION
            MOVE "OPERATOR AUTHORITY CHANGED" TO ML-DETAIL
        ELSE
            MOVE "OPERADD" TO ML-ACTION
            MOVE "OPERATOR AUTHORITY ADDED" TO ML-DETAIL
        END-IF
        PERFORM 950-WRITE-LOG
        MOVE "N" TO FILE-EMPTY-SW
        DISPLAY "Operator " OA-OPERATOR-ID " stored.".

340-TAKE-NEW-PIN.
    DISPLAY "New operator PIN (4 to 6 characters): ".
    ACCEPT WORK-PIN WITH NO-ECHO.
    DISPLAY "Enter the new PIN again: ".
    ACCEPT CONFIRM-PIN WITH NO-ECHO.
    MOVE ZEROS TO PIN-LENGTH.
    INSPECT WORK-PIN TALLYING PIN-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF PIN-LENGTH < 4 OR WORK-PIN NOT = CONFIRM-PIN
        DISPLAY "PINs did not match or were too short - entry"
            " abandoned."
        MOVE "N" TO ENTRY-VALID-SW
    ELSE
        MOVE WORK-PIN TO OA-PIN
        MOVE ZEROS TO OA-BAD-TRIES
        MOVE "N" TO OA-LOCK-SW.

400-UNLOCK-OPERATOR.
    DISPLAY "Operator ID to unlock: ".
    ACCEPT WORK-OPER-ID.
    MOVE WORK-OPER-ID TO OA-OPERATOR-ID.
    READ OPER-AUTH-FILE
        INVALID KEY
            DISPLAY "No such operator."
        NOT INVALID KEY
            MOVE "Y" TO ENTRY-VALID-SW
            PERFORM 340-TAKE-NEW-PIN
            IF ENTRY-VALID
                REWRITE OPER-AUTH-RECORD
                    INVALID KEY
                        DISPLAY "Operator could not be updated."
                    NOT INVALID KEY
                        MOVE "OPERUNLK" TO ML-ACTION
                        MOVE "OPERATOR UNLOCKED, NEW PIN SET"
                            TO ML-DETAIL
                        PERFORM 950-WRITE-LOG
                        DISPLAY "Operator unlocked."
                END-REWRITE
            END-IF
    END-READ.

500-DELETE-OPERATOR.
    DISPLAY "Operator ID to delete: ".
    ACCEPT WORK-OPER-ID.
    IF WORK-OPER-ID = OPERATOR-ID
        DISPLAY "You cannot delete your own operator ID."
    ELSE
        MOVE WORK-OPER-ID TO OA-OPERATOR-ID
        READ OPER-AUTH-FILE
            INVALID KEY
                DISPLAY "No such operator."
            NOT INVALID KEY
                DELETE OPER-AUTH-FILE
                    INVALID KEY
                        DISPLAY "Operator could not be deleted."
                    NOT INVALID KEY
                        MOVE "OPERDEL" TO ML-ACTION
                        MOVE "OPERATOR AUTHORITY DELETED" TO ML-DETAIL
                        PERFORM 950-WRITE-LOG
                        DISPLAY "Operator deleted."
                END-DELETE
        END-READ.

950-WRITE-LOG.
    ACCEPT ML-DATE FROM DATE YYYYMMDD.
    ACCEPT ML-TIME FROM TIME.
    MOVE OPERATOR-ID TO ML-OPERATOR.
    MOVE WORK-OPER-ID TO ML-FROM-ID.
    MOVE SPACES TO ML-TO-ID.
    WRITE MAINT-LOG-LINE FROM MAINT-LOG-RECORD.
