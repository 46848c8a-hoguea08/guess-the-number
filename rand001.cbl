        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HR-EFF-DATE
        FILE STATUS IS WS-HR-STATUS.
    SELECT PLAYER-CRED-FILE ASSIGN TO "PLAYCRED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-PLAYER-ID
        FILE STATUS IS WS-PC-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT GUESS-DTL-FILE ASSIGN TO "GUESSDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GD-KEY
        FILE STATUS IS WS-GD-STATUS.
    SELECT INVEST-CASE-FILE ASSIGN TO "INVCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IC-PLAYER-ID
        FILE STATUS IS WS-IC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOUSE-RULES-FILE.
    COPY HOUSRULE.

FD  PLAYER-CRED-FILE.
    COPY PLAYCRED.

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE              PIC X(102).

FD  GUESS-DTL-FILE.
    COPY GUESSDTL.

FD  INVEST-CASE-FILE.
    COPY INVCASE.

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SW-PLAYER-ID            PIC X(10).
01  WS-BG-STATUS            PIC XX VALUES "00".
01  WS-CH-STATUS            PIC XX VALUES "00".
01  WS-HR-STATUS            PIC XX VALUES "00".
01  WS-GD-STATUS            PIC XX VALUES "00".
01  WS-IC-STATUS            PIC XX VALUES "00".
01  WAGER-HELD-SW           PIC X VALUES "N".
    88  WAGER-HELD              VALUES "Y".
01  RULES-EOF-SW            PIC X VALUES "N".
    88  RULES-EOF               VALUES "Y".
01  WS-RULE-DATE            PIC X(08) VALUES SPACES.
01  LOGIN-OK-SW             PIC X VALUES "N".
    88  LOGIN-OK                VALUES "Y".
01  OVERRIDE-OPER-ID        PIC X(10) VALUES SPACES.
01  OVERRIDE-OPER-PIN       PIC X(06) VALUES SPACES.
01  WS-PC-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  PIN-OK-SW               PIC X VALUES "N".
    88  PIN-OK                  VALUES "Y".
01  NEW-PIN-OK-SW           PIC X VALUES "N".
    88  NEW-PIN-OK              VALUES "Y".
01  PLAYER-NEW-SW           PIC X VALUES "N".
    88  PLAYER-NEW              VALUES "Y".
01  ENTERED-PIN             PIC X(06) VALUES SPACES.
01  CONFIRM-PIN             PIC X(06) VALUES SPACES.
01  PIN-LENGTH              PIC 9 VALUES ZEROS.
01  PIN-TRY-LIMIT           PIC 9 VALUES 3.
01  GUESS-EOF-SW            PIC X VALUES "N".
    88  GUESS-EOF               VALUES "Y".

01  ROUNDS-PLAYED           PIC 9(05) VALUES ZEROS.

COPY RUNCTLPA.
COPY AUTHCKPA.
COPY MAINTLOG.
COPY ALERTPA.
01  SW-EOF-SW               PIC X VALUES "N".
    88  SW-EOF                  VALUES "Y".
01  LB-RANK                 PIC 99 VALUES ZEROS.
PERFORM 006-OPEN-HIST-FILE.
PERFORM 007-OPEN-AUDIT-FILE.
PERFORM 015-OPEN-NNBR-FILE.
PERFORM 016-OPEN-GDTL-FILE.
MOVE "N" TO RESUME-SWITCH.
IF BATCH-MODE
    MOVE "BATCH" TO PLAYER-ID
CLOSE GAME-HIST-FILE.
CLOSE GAME-AUDIT-FILE.
CLOSE NEXT-NBR-FILE.
CLOSE GUESS-DTL-FILE.
IF BATCH-MODE
    CLOSE GUESS-IN-FILE
    CLOSE PRINT-FILE
ELSE
    PERFORM 938-RELEASE-LOCK
    CLOSE SESS-LOCK-FILE
    CLOSE PLAYER-CRED-FILE
    CLOSE BADGE-FILE
    CLOSE CHALLENGE-FILE
    CLOSE GAME-CKPT-FILE
    PERFORM 900-WRITE-HIST.
    IF NOT BATCH-MODE
        IF STAKE-AMOUNT > 0
            PERFORM 059-CHECK-WAGER-HOLD
            IF WAGER-HELD
                DISPLAY "Wagering was placed on hold during this round"
                    " - stake not taken."
            ELSE
                PERFORM 945-SETTLE-WAGER
            END-IF
        END-IF
        PERFORM 940-UPDATE-PLAYER-SCORE.
    IF CHALLENGE-ACCEPTED

055-GET-WAGER.
    PERFORM 057-LOAD-HOUSE-RULES.
    PERFORM 059-CHECK-WAGER-HOLD.
    MOVE ZEROS TO STAKE-AMOUNT.
    IF WAGER-HELD
        DISPLAY "Wagering is on hold for this player ID pending an"
            " operator review."
    ELSE IF PS-BALANCE > 0
        MOVE PS-BALANCE TO BALANCE-DISP
        DISPLAY "Your point balance is " BALANCE-DISP
        DISPLAY "Points to wager on this round (0 for none): "
            END-IF
    END-READ.

059-CHECK-WAGER-HOLD.
    MOVE "N" TO WAGER-HELD-SW.
    OPEN INPUT INVEST-CASE-FILE.
    IF WS-IC-STATUS = "00"
        MOVE PLAYER-ID TO IC-PLAYER-ID
        READ INVEST-CASE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF IC-OPEN AND IC-WAGER-HELD
                    MOVE "Y" TO WAGER-HELD-SW
                END-IF
        END-READ
        CLOSE INVEST-CASE-FILE.

070-SELECT-MODE.
    DISPLAY "Select a game mode:".
    DISPLAY "  S - Solo         (guess a computer-generated number)".
    PERFORM 910-GET-ROUND-ID.
    WRITE GAME-HIST-RECORD.
    ADD 1 TO ROUNDS-PLAYED.
    PERFORM 915-WRITE-GUESS-DETAIL
        VARYING GL-INDEX FROM 1 BY 1
        UNTIL GL-INDEX > ACTUAL-GUESSES.

910-GET-ROUND-ID.
    MOVE "ROUNDID" TO NN-NAME.
            CONTINUE
    END-REWRITE.

915-WRITE-GUESS-DETAIL.
    MOVE GH-ROUND-ID TO GD-ROUND-ID.
    MOVE GL-INDEX TO GD-GUESS-NBR.
    MOVE GUESS-LIST-ENTRY(GL-INDEX) TO GD-GUESS.
    IF GD-GUESS > RAND-NUM
        MOVE "H" TO GD-RESPONSE
    ELSE
        IF GD-GUESS < RAND-NUM
            MOVE "L" TO GD-RESPONSE
        ELSE
            MOVE "C" TO GD-RESPONSE.
    WRITE GUESS-DETAIL-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.

600-GET-INPUT.
    IF BATCH-MODE
        IF GUESS-EOF
        CLOSE NEXT-NBR-FILE
        OPEN I-O NEXT-NBR-FILE.

016-OPEN-GDTL-FILE.
    OPEN I-O GUESS-DTL-FILE.
    IF WS-GD-STATUS = "35"
        OPEN OUTPUT GUESS-DTL-FILE
        CLOSE GUESS-DTL-FILE
        OPEN I-O GUESS-DTL-FILE.

010-OPEN-CKPT-FILE.
    OPEN I-O GAME-CKPT-FILE.
    IF WS-CKPT-STATUS = "35"
        IF PAYOUT-AMOUNT > BALANCE-ROOM
            MOVE BALANCE-ROOM TO PAYOUT-AMOUNT
            DISPLAY "Payout capped at the balance limit."
            MOVE "W" TO AA-SEVERITY
            MOVE SPACES TO AA-MESSAGE
            MOVE "PAYOUT CAPPED AT BALANCE LIMIT" TO AA-MESSAGE
            PERFORM 960-RAISE-ALERT
        END-IF
        ADD PAYOUT-AMOUNT TO PS-BALANCE
        MOVE "PO" TO LG-TYPE
    MOVE PS-BALANCE TO LG-BALANCE.
    WRITE GAME-LEDG-RECORD.

960-RAISE-ALERT.
    MOVE "RAND0001" TO AA-PROGRAM.
    IF BATCH-MODE
        MOVE "RAND0001" TO AA-STEP
        MOVE RP-BUS-DATE TO AA-BUS-DATE
    ELSE
        MOVE "ONLINE" TO AA-STEP
        MOVE SPACES TO AA-BUS-DATE.
    MOVE PLAYER-ID TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.

940-UPDATE-PLAYER-SCORE.
    ADD 1 TO PS-GAMES-PLAYED.
    IF GAME-WON
    PERFORM 038-OPEN-BADGE-FILE.
    PERFORM 039-OPEN-CHLG-FILE.
    PERFORM 043-OPEN-LOCK-FILE.
    PERFORM 030-OPEN-CRED-FILE.
    MOVE "N" TO LOGIN-OK-SW.
    PERFORM 041-LOGIN-ATTEMPT
        UNTIL LOGIN-OK.
        PERFORM 720-PRINT-STATEMENT.

041-LOGIN-ATTEMPT.
    MOVE "N" TO PIN-OK-SW.
    PERFORM 042-ACCEPT-PLAYER-ID
        UNTIL PIN-OK.
    PERFORM 044-ACQUIRE-LOCK.
    IF LOCK-ACQUIRED
        MOVE "Y" TO LOGIN-OK-SW.
042-ACCEPT-PLAYER-ID.
    DISPLAY "Enter your player ID: ".
    ACCEPT PLAYER-ID.
    MOVE "N" TO PLAYER-NEW-SW.
    IF PLAYER-ID(1:4) = "ANON"
        DISPLAY "IDs starting ANON are reserved. Choose another ID."
        MOVE "RESERVED ANON PLAYER ID" TO ML-DETAIL
        PERFORM 036-LOG-REFUSAL
    ELSE
        PERFORM 046-LOAD-PLAYER-SCORE
        IF PS-INACTIVE
            DISPLAY "That player ID is deactivated. See the operator."
            MOVE "DEACTIVATED PLAYER ID" TO ML-DETAIL
            PERFORM 036-LOG-REFUSAL
        ELSE
            PERFORM 032-CHECK-PLAYER-PIN
        END-IF
    END-IF.

030-OPEN-CRED-FILE.
    OPEN I-O PLAYER-CRED-FILE.
    IF WS-PC-STATUS = "35"
        OPEN OUTPUT PLAYER-CRED-FILE
        CLOSE PLAYER-CRED-FILE
        OPEN I-O PLAYER-CRED-FILE.

032-CHECK-PLAYER-PIN.
    MOVE PLAYER-ID TO PC-PLAYER-ID.
    READ PLAYER-CRED-FILE
        INVALID KEY
            IF PLAYER-NEW
                PERFORM 034-ENROLL-PLAYER-PIN
            ELSE
                DISPLAY "No PIN is on file for this player ID. See the"
                    " operator for a temporary PIN."
                MOVE "NO PIN ON FILE - OPERATOR MUST ISSUE ONE"
                    TO ML-DETAIL
                PERFORM 036-LOG-REFUSAL
            END-IF
        NOT INVALID KEY
            PERFORM 033-VERIFY-PLAYER-PIN
    END-READ.

031-REPLACE-TEMP-PIN.
    DISPLAY "Your PIN is a temporary one - choose a new PIN now.".
    PERFORM 037-TAKE-NEW-PIN.
    IF NEW-PIN-OK
        MOVE ENTERED-PIN TO PC-PIN
        MOVE "N" TO PC-TEMP-SW
        MOVE "Y" TO PIN-OK-SW
        DISPLAY "PIN stored.".

033-VERIFY-PLAYER-PIN.
    IF PC-LOCKED-OUT
        DISPLAY "This player ID is locked after repeated bad PINs."
            " See the operator."
        MOVE "SIGN-ON TO LOCKED-OUT PLAYER ID" TO ML-DETAIL
        PERFORM 036-LOG-REFUSAL
    ELSE
        DISPLAY "PIN: "
        ACCEPT ENTERED-PIN WITH NO-ECHO
        IF ENTERED-PIN = PC-PIN
            MOVE ZEROS TO PC-BAD-TRIES
            IF PC-PIN-TEMPORARY
                PERFORM 031-REPLACE-TEMP-PIN
            ELSE
                MOVE "Y" TO PIN-OK-SW
            END-IF
        ELSE
            ADD 1 TO PC-BAD-TRIES
            ACCEPT PC-LAST-FAIL-DATE FROM DATE YYYYMMDD
            ACCEPT PC-LAST-FAIL-TIME FROM TIME
            IF PC-BAD-TRIES >= PIN-TRY-LIMIT
                MOVE "Y" TO PC-LOCK-SW
                DISPLAY "Too many bad PINs - this player ID is now"
                    " locked. See the operator."
                MOVE "BAD PIN - PLAYER ID NOW LOCKED OUT" TO ML-DETAIL
            ELSE
                DISPLAY "Incorrect PIN."
                MOVE "BAD PLAYER PIN" TO ML-DETAIL
            END-IF
            PERFORM 036-LOG-REFUSAL
        END-IF
        REWRITE PLAYER-CRED-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF.

034-ENROLL-PLAYER-PIN.
    DISPLAY "New player ID - choose a PIN now.".
    MOVE "N" TO PC-TEMP-SW.
    PERFORM 037-TAKE-NEW-PIN.
    IF NOT NEW-PIN-OK
        PERFORM 035-DROP-NEW-PLAYER
    ELSE
        MOVE PLAYER-ID TO PC-PLAYER-ID
        MOVE ENTERED-PIN TO PC-PIN
        MOVE ZEROS TO PC-BAD-TRIES
        MOVE "N" TO PC-LOCK-SW
        MOVE SPACES TO PC-LAST-FAIL-DATE
        MOVE ZEROS TO PC-LAST-FAIL-TIME
        MOVE "N" TO PC-TEMP-SW
        WRITE PLAYER-CRED-RECORD
            INVALID KEY
                DISPLAY "PIN could not be stored - sign-on abandoned."
        END-WRITE
        IF WS-PC-STATUS = "00"
            MOVE "Y" TO PIN-OK-SW
            DISPLAY "PIN stored."
        ELSE
            PERFORM 035-DROP-NEW-PLAYER.

035-DROP-NEW-PLAYER.
    MOVE PLAYER-ID TO PS-PLAYER-ID.
    DELETE PLAYER-SCORE-FILE
        INVALID KEY
            CONTINUE
    END-DELETE.
    MOVE "N" TO PLAYER-NEW-SW.

037-TAKE-NEW-PIN.
    MOVE "N" TO NEW-PIN-OK-SW.
    DISPLAY "New PIN (4 to 6 characters): ".
    ACCEPT ENTERED-PIN WITH NO-ECHO.
    DISPLAY "Enter the new PIN again: ".
    ACCEPT CONFIRM-PIN WITH NO-ECHO.
    MOVE ZEROS TO PIN-LENGTH.
    INSPECT ENTERED-PIN TALLYING PIN-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF PIN-LENGTH < 4 OR ENTERED-PIN NOT = CONFIRM-PIN
        DISPLAY "PINs did not match or were too short - sign-on"
            " abandoned."
    ELSE IF PC-PIN-TEMPORARY AND ENTERED-PIN = PC-PIN
        DISPLAY "The new PIN must differ from the temporary PIN -"
            " sign-on abandoned."
    ELSE
        MOVE "Y" TO NEW-PIN-OK-SW.

036-LOG-REFUSAL.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.
    ACCEPT ML-DATE FROM DATE YYYYMMDD.
    ACCEPT ML-TIME FROM TIME.
    MOVE "RAND0001" TO ML-OPERATOR.
    MOVE "REFUSED" TO ML-ACTION.
    MOVE PLAYER-ID TO ML-FROM-ID.
    MOVE SPACES TO ML-TO-ID.
    WRITE MAINT-LOG-LINE FROM MAINT-LOG-RECORD.
    CLOSE MAINT-LOG-FILE.

038-OPEN-BADGE-FILE.
    OPEN I-O BADGE-FILE.
        " stale lock.".
    DISPLAY "Override the lock now? (Y/N)".
    ACCEPT WS-TERM-INPUT.
    MOVE 16 TO AP-RETURN-CODE.
    IF WS-TERM-INPUT(1:1) = "Y"
        DISPLAY "Operator ID: "
        ACCEPT OVERRIDE-OPER-ID
        DISPLAY "Operator PIN: "
        ACCEPT OVERRIDE-OPER-PIN WITH NO-ECHO
        PERFORM 053-CHECK-OVERRIDE-AUTH.
    IF AP-GRANTED
        ACCEPT SL-LOGIN-DATE FROM DATE YYYYMMDD
        ACCEPT SL-LOGIN-TIME FROM TIME
        MOVE OVERRIDE-OPER-ID TO SL-OVERRIDE-OPER
            INVALID KEY
                CONTINUE
        END-REWRITE
        IF WS-SL-STATUS NOT = "00"
            MOVE "E" TO AA-SEVERITY
            MOVE SPACES TO AA-MESSAGE
            STRING "LOCK OVERRIDE NOT WRITTEN - STATUS " WS-SL-STATUS
                DELIMITED BY SIZE INTO AA-MESSAGE
            PERFORM 960-RAISE-ALERT
        END-IF
        MOVE "Y" TO LOCK-ACQUIRED-SW
        DISPLAY "Stale lock overridden - any unfinished round"
            " can still be resumed."
    ELSE
        DISPLAY "Login refused - session lock held."
        MOVE "SESSION LOCK HELD" TO ML-DETAIL
        PERFORM 036-LOG-REFUSAL.

053-CHECK-OVERRIDE-AUTH.
    MOVE OVERRIDE-OPER-ID TO AP-OPERATOR-ID.
    MOVE OVERRIDE-OPER-PIN TO AP-PIN.
    MOVE "L" TO AP-AUTHORITY.
    MOVE "RAND0001" TO AP-PROGRAM.
    MOVE PLAYER-ID TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.
    IF NOT AP-GRANTED
        DISPLAY "Operator not authorised to override session locks.".

049-WRITE-LOCK.
    MOVE PLAYER-ID TO SL-PLAYER-ID.
    IF WS-SL-STATUS = "00"
        MOVE "Y" TO LOCK-ACQUIRED-SW
    ELSE
        DISPLAY "Session lock could not be taken - login refused."
        MOVE "E" TO AA-SEVERITY
        MOVE SPACES TO AA-MESSAGE
        STRING "SESSION LOCK NOT WRITTEN - STATUS " WS-SL-STATUS
            DELIMITED BY SIZE INTO AA-MESSAGE
        PERFORM 960-RAISE-ALERT
        MOVE "SESSION LOCK COULD NOT BE TAKEN" TO ML-DETAIL
        PERFORM 036-LOG-REFUSAL.

938-RELEASE-LOCK.
    MOVE PLAYER-ID TO SL-PLAYER-ID.
        INVALID KEY
            CONTINUE
    END-DELETE.
    IF LOCK-ACQUIRED AND WS-SL-STATUS NOT = "00"
        MOVE "W" TO AA-SEVERITY
        MOVE SPACES TO AA-MESSAGE
        STRING "SESSION LOCK NOT RELEASED - STATUS " WS-SL-STATUS
            DELIMITED BY SIZE INTO AA-MESSAGE
        PERFORM 960-RAISE-ALERT.

045-OPEN-PLAYER-FILE.
    OPEN I-O PLAYER-SCORE-FILE.
            MOVE ZEROS TO PS-BALANCE
            MOVE 1000 TO PS-RATING
            WRITE PLAYER-SCORE-RECORD
            MOVE "Y" TO PLAYER-NEW-SW
    END-READ.

047-OPEN-LEDGER-FILE.
        INVALID KEY
            CONTINUE
    END-DELETE.
    IF WS-CH-STATUS NOT = "00"
        MOVE "W" TO AA-SEVERITY
        MOVE SPACES TO AA-MESSAGE
        STRING "CHALLENGE NOT CLEARED - STATUS " WS-CH-STATUS
            DELIMITED BY SIZE INTO AA-MESSAGE
        PERFORM 960-RAISE-ALERT.

795-POST-CHALLENGE.
    DISPLAY "Opponent player ID: ".
    END-WRITE.
    IF WS-CH-STATUS = "00"
        DISPLAY "Challenge posted. It waits for the opponent's"
            " next login."
    ELSE
        MOVE "E" TO AA-SEVERITY
        MOVE SPACES TO AA-MESSAGE
        STRING "CHALLENGE NOT POSTED - STATUS " WS-CH-STATUS
            DELIMITED BY SIZE INTO AA-MESSAGE
        PERFORM 960-RAISE-ALERT.

750-PRINT-SORTED.
    DISPLAY LB-TITLE.
