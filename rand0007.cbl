    SELECT GAME-LEDG-FILE ASSIGN TO "GAMELEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDG-STATUS.
    SELECT PLAYER-CRED-FILE ASSIGN TO "PLAYCRED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PC-PLAYER-ID
        FILE STATUS IS WS-PC-STATUS.
    SELECT INVEST-CASE-FILE ASSIGN TO "INVCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IC-PLAYER-ID
        FILE STATUS IS WS-IC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GAME-LEDG-FILE.
    COPY GAMELEDG.

FD  PLAYER-CRED-FILE.
    COPY PLAYCRED.

FD  INVEST-CASE-FILE.
    COPY INVCASE.

WORKING-STORAGE SECTION.

COPY MAINTLOG.
COPY AUTHCKPA.

01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  WS-LEDG-STATUS          PIC XX VALUES "00".
01  WS-PC-STATUS            PIC XX VALUES "00".
01  WS-IC-STATUS            PIC XX VALUES "00".

01  OPERATOR-ID             PIC X(10) VALUES SPACES.
01  OPERATOR-PIN            PIC X(06) VALUES SPACES.
01  MENU-ACTION             PIC X VALUES SPACES.
01  DONE-SW                 PIC X VALUES "N".
    88  MENU-DONE               VALUES "Y".
    88  PS-EOF                  VALUES "Y".
01  RECORD-FOUND-SW         PIC X VALUES "N".
    88  RECORD-FOUND            VALUES "Y".
01  IC-EOF-SW               PIC X VALUES "N".
    88  IC-EOF                  VALUES "Y".
01  CASE-ACTION             PIC X VALUES SPACES.
01  ENTRY-VALID-SW          PIC X VALUES "N".
    88  ENTRY-VALID             VALUES "Y".
01  WORK-PIN                PIC X(06) VALUES SPACES.
01  CONFIRM-PIN             PIC X(06) VALUES SPACES.
01  PIN-LENGTH              PIC 9 VALUES ZEROS.

01  FROM-PLAYER-ID          PIC X(10).
01  TO-PLAYER-ID            PIC X(10).
    05  SAVE-BALANCE        PIC S9(07).
    05  SAVE-RATING         PIC 9(04).
01  TARGET-NEW-BALANCE      PIC S9(07) VALUES ZEROS.
01  SAVE-CRED-DATA          PIC X(35) VALUES SPACES.
01  SAVE-CASE-DATA.
    05  SAVE-CASE-OPEN-DATE PIC X(08).
    05  SAVE-CASE-STATUS    PIC X.
    05  SAVE-CASE-HOLD      PIC X.
    05  SAVE-CASE-REASON    PIC X(08).
    05  SAVE-CASE-OTHER-ID  PIC X(10).
    05  SAVE-CASE-ROUNDS    PIC 9(05).
    05  SAVE-CASE-WINS      PIC 9(05).
    05  SAVE-CASE-FIRST     PIC 9(05).
    05  SAVE-CASE-PAYOUTS   PIC 9(05).
    05  SAVE-CASE-AMOUNT    PIC 9(09).
    05  SAVE-CASE-FLAGS     PIC 9(03).
    05  SAVE-CASE-LAST-FLAG PIC X(08).

01  LIST-HEADING            PIC X(50) VALUES
    "PLAYER      GAMES    WINS  BEST  STATUS".
    05  FILLER              PIC X(04) VALUES SPACES.
    05  LL-STATUS           PIC X.

01  CASE-HEADING            PIC X(84) VALUES
    "PLAYER      OPENED    REASON    OTHER ID    ROUNDS  WINS  1ST  PAYOUTS  FLAGS  HOLD".

01  CASE-LINE.
    05  CL-PLAYER           PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-OPEN-DATE        PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-REASON           PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-OTHER-ID         PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-ROUNDS           PIC ZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  CL-WINS             PIC ZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  CL-FIRST-WINS       PIC ZZZ9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  CL-PAYOUTS          PIC ZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-FLAG-COUNT       PIC ZZ9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  CL-HOLD             PIC X.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-STATUS           PIC X(07).

PROCEDURE DIVISION.

DISPLAY "Player master maintenance.".
DISPLAY "Operator ID: ".
ACCEPT OPERATOR-ID.
DISPLAY "Operator PIN: ".
ACCEPT OPERATOR-PIN WITH NO-ECHO.
PERFORM 005-CHECK-AUTHORITY.
IF NOT AP-GRANTED
    DISPLAY "Sign-on refused - not authorised for player maintenance."
    STOP RUN.
PERFORM 010-OPEN-PLAYER-FILE.
PERFORM 015-OPEN-LOG-FILE.
PERFORM 017-OPEN-LEDGER-FILE.
PERFORM 019-OPEN-CRED-FILE.
PERFORM 021-OPEN-CASE-FILE.
PERFORM 100-MENU-ROUND
    UNTIL MENU-DONE.
CLOSE PLAYER-SCORE-FILE.
CLOSE MAINT-LOG-FILE.
CLOSE GAME-LEDG-FILE.
CLOSE PLAYER-CRED-FILE.
CLOSE INVEST-CASE-FILE.
STOP RUN.

005-CHECK-AUTHORITY.
    MOVE OPERATOR-ID TO AP-OPERATOR-ID.
    MOVE OPERATOR-PIN TO AP-PIN.
    MOVE "P" TO AP-AUTHORITY.
    MOVE "RAND0007" TO AP-PROGRAM.
    MOVE SPACES TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.

010-OPEN-PLAYER-FILE.
    OPEN I-O PLAYER-SCORE-FILE.
    IF WS-PS-STATUS = "35"
        CLOSE GAME-LEDG-FILE
        OPEN EXTEND GAME-LEDG-FILE.

019-OPEN-CRED-FILE.
    OPEN I-O PLAYER-CRED-FILE.
    IF WS-PC-STATUS = "35"
        OPEN OUTPUT PLAYER-CRED-FILE
        CLOSE PLAYER-CRED-FILE
        OPEN I-O PLAYER-CRED-FILE.

021-OPEN-CASE-FILE.
    OPEN I-O INVEST-CASE-FILE.
    IF WS-IC-STATUS = "35"
        OPEN OUTPUT INVEST-CASE-FILE
        CLOSE INVEST-CASE-FILE
        OPEN I-O INVEST-CASE-FILE.

100-MENU-ROUND.
    DISPLAY "Select an action:".
    DISPLAY "  L - List players".
    DISPLAY "  R - Rename a player ID".
    DISPLAY "  D - Deactivate a player".
    DISPLAY "  A - Reactivate a player".
    DISPLAY "  P - Issue a temporary player PIN and clear lockout".
    DISPLAY "  C - Review suspicious-play cases".
    DISPLAY "  X - Exit".
    ACCEPT MENU-ACTION.
    IF MENU-ACTION = "L"
        PERFORM 600-SET-PLAYER-STATUS
    ELSE IF MENU-ACTION = "A"
        PERFORM 600-SET-PLAYER-STATUS
    ELSE IF MENU-ACTION = "P"
        PERFORM 700-RESET-PLAYER-PIN
    ELSE IF MENU-ACTION = "C"
        PERFORM 800-REVIEW-CASES
    ELSE IF MENU-ACTION = "X"
        MOVE "Y" TO DONE-SW
    ELSE
        IF SAVE-BALANCE NOT = 0
            PERFORM 430-WRITE-MERGE-LEDGER
        END-IF
        PERFORM 440-DELETE-MERGED-CRED
        PERFORM 540-MOVE-CASE
        MOVE "MERGE" TO ML-ACTION
        MOVE "TOTALS AND BALANCE MERGED, SOURCE DELETED" TO ML-DETAIL
        PERFORM 950-WRITE-LOG
    MOVE TARGET-NEW-BALANCE TO LG-BALANCE.
    PERFORM 960-WRITE-LEDGER.

440-DELETE-MERGED-CRED.
    MOVE FROM-PLAYER-ID TO PC-PLAYER-ID.
    DELETE PLAYER-CRED-FILE
        INVALID KEY
            CONTINUE
    END-DELETE.

500-RENAME-PLAYER.
    DISPLAY "Current player ID: ".
    ACCEPT FROM-PLAYER-ID.
        PERFORM 910-SAVE-PLAYER-DATA
        DISPLAY "New player ID: "
        ACCEPT TO-PLAYER-ID
        IF TO-PLAYER-ID(1:4) = "ANON"
            DISPLAY "IDs starting ANON are reserved - rename abandoned."
        ELSE
            MOVE TO-PLAYER-ID TO PS-PLAYER-ID
            READ PLAYER-SCORE-FILE
                INVALID KEY
                    PERFORM 510-APPLY-RENAME
                NOT INVALID KEY
                    DISPLAY "New ID already exists - rename abandoned."
            END-READ
        END-IF.

510-APPLY-RENAME.
    MOVE FROM-PLAYER-ID TO PS-PLAYER-ID.
        IF SAVE-BALANCE NOT = 0
            PERFORM 520-WRITE-RENAME-LEDGER
        END-IF
        PERFORM 530-RENAME-CRED
        PERFORM 540-MOVE-CASE
        MOVE "RENAME" TO ML-ACTION
        MOVE "PLAYER ID RENAMED" TO ML-DETAIL
        PERFORM 950-WRITE-LOG
    MOVE SAVE-BALANCE TO LG-BALANCE.
    PERFORM 960-WRITE-LEDGER.

530-RENAME-CRED.
    MOVE FROM-PLAYER-ID TO PC-PLAYER-ID.
    READ PLAYER-CRED-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PLAYER-CRED-RECORD TO SAVE-CRED-DATA
            DELETE PLAYER-CRED-FILE
                INVALID KEY
                    CONTINUE
            END-DELETE
            MOVE SAVE-CRED-DATA TO PLAYER-CRED-RECORD
            MOVE TO-PLAYER-ID TO PC-PLAYER-ID
            WRITE PLAYER-CRED-RECORD
                INVALID KEY
                    DISPLAY "PIN could not be carried to the new ID -"
                        " issue a temporary PIN with action P."
            END-WRITE
    END-READ.

540-MOVE-CASE.
    MOVE FROM-PLAYER-ID TO IC-PLAYER-ID.
    READ INVEST-CASE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE TO-PLAYER-ID TO IC-PLAYER-ID
            WRITE INVEST-CASE-RECORD
                INVALID KEY
                    PERFORM 545-COMBINE-CASES
                    DISPLAY "Both IDs had a suspicious-play case -"
                        " combined under the surviving ID."
                NOT INVALID KEY
                    MOVE FROM-PLAYER-ID TO IC-PLAYER-ID
                    DELETE INVEST-CASE-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
            END-WRITE
    END-READ.

545-COMBINE-CASES.
    MOVE IC-OPEN-DATE TO SAVE-CASE-OPEN-DATE.
    MOVE IC-STATUS TO SAVE-CASE-STATUS.
    MOVE IC-HOLD-SW TO SAVE-CASE-HOLD.
    MOVE IC-REASON TO SAVE-CASE-REASON.
    MOVE IC-OTHER-ID TO SAVE-CASE-OTHER-ID.
    MOVE IC-PAIR-ROUNDS TO SAVE-CASE-ROUNDS.
    MOVE IC-PAIR-WINS TO SAVE-CASE-WINS.
    MOVE IC-FIRST-WINS TO SAVE-CASE-FIRST.
    MOVE IC-PAYOUTS TO SAVE-CASE-PAYOUTS.
    MOVE IC-PAYOUT-AMOUNT TO SAVE-CASE-AMOUNT.
    MOVE IC-FLAG-COUNT TO SAVE-CASE-FLAGS.
    MOVE IC-LAST-FLAG-DATE TO SAVE-CASE-LAST-FLAG.
    MOVE TO-PLAYER-ID TO IC-PLAYER-ID.
    READ INVEST-CASE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 548-FOLD-SOURCE-CASE
            REWRITE INVEST-CASE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ.
    IF WS-IC-STATUS = "00"
        MOVE FROM-PLAYER-ID TO IC-PLAYER-ID
        DELETE INVEST-CASE-FILE
            INVALID KEY
                CONTINUE
        END-DELETE.

548-FOLD-SOURCE-CASE.
    IF SAVE-CASE-OPEN-DATE < IC-OPEN-DATE
        MOVE SAVE-CASE-OPEN-DATE TO IC-OPEN-DATE.
    IF SAVE-CASE-STATUS = "O" AND IC-CLEARED
        MOVE "O" TO IC-STATUS
        MOVE SPACES TO IC-CLEAR-OPER
        MOVE SPACES TO IC-CLEAR-DATE.
    IF SAVE-CASE-HOLD = "Y"
        MOVE "Y" TO IC-HOLD-SW.
    ADD SAVE-CASE-FLAGS TO IC-FLAG-COUNT
        ON SIZE ERROR
            MOVE 999 TO IC-FLAG-COUNT
    END-ADD.
    IF SAVE-CASE-LAST-FLAG > IC-LAST-FLAG-DATE
        MOVE SAVE-CASE-REASON TO IC-REASON
        MOVE SAVE-CASE-OTHER-ID TO IC-OTHER-ID
        MOVE SAVE-CASE-ROUNDS TO IC-PAIR-ROUNDS
        MOVE SAVE-CASE-WINS TO IC-PAIR-WINS
        MOVE SAVE-CASE-FIRST TO IC-FIRST-WINS
        MOVE SAVE-CASE-PAYOUTS TO IC-PAYOUTS
        MOVE SAVE-CASE-AMOUNT TO IC-PAYOUT-AMOUNT
        MOVE SAVE-CASE-LAST-FLAG TO IC-LAST-FLAG-DATE.

600-SET-PLAYER-STATUS.
    DISPLAY "Player ID: ".
    ACCEPT FROM-PLAYER-ID.
            PERFORM 950-WRITE-LOG
            DISPLAY "Status updated.".

700-RESET-PLAYER-PIN.
    DISPLAY "Player ID: ".
    ACCEPT FROM-PLAYER-ID.
    PERFORM 900-READ-PLAYER.
    IF RECORD-FOUND
        MOVE SPACES TO TO-PLAYER-ID
        MOVE "Y" TO ENTRY-VALID-SW
        PERFORM 710-TAKE-TEMP-PIN
        IF ENTRY-VALID
            PERFORM 720-STORE-TEMP-PIN.

710-TAKE-TEMP-PIN.
    DISPLAY "Temporary PIN to give the player (4 to 6 characters): ".
    ACCEPT WORK-PIN WITH NO-ECHO.
    DISPLAY "Enter the temporary PIN again: ".
    ACCEPT CONFIRM-PIN WITH NO-ECHO.
    MOVE ZEROS TO PIN-LENGTH.
    INSPECT WORK-PIN TALLYING PIN-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF PIN-LENGTH < 4 OR WORK-PIN NOT = CONFIRM-PIN
        DISPLAY "PINs did not match or were too short - reset"
            " abandoned."
        MOVE "N" TO ENTRY-VALID-SW.

720-STORE-TEMP-PIN.
    MOVE FROM-PLAYER-ID TO PC-PLAYER-ID.
    READ PLAYER-CRED-FILE
        INVALID KEY
            MOVE "N" TO RECORD-FOUND-SW
        NOT INVALID KEY
            MOVE "Y" TO RECORD-FOUND-SW
    END-READ.
    MOVE FROM-PLAYER-ID TO PC-PLAYER-ID.
    MOVE WORK-PIN TO PC-PIN.
    MOVE ZEROS TO PC-BAD-TRIES.
    MOVE "N" TO PC-LOCK-SW.
    MOVE SPACES TO PC-LAST-FAIL-DATE.
    MOVE ZEROS TO PC-LAST-FAIL-TIME.
    MOVE "Y" TO PC-TEMP-SW.
    IF RECORD-FOUND
        REWRITE PLAYER-CRED-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    ELSE
        WRITE PLAYER-CRED-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE.
    IF WS-PC-STATUS NOT = "00"
        DISPLAY "Temporary PIN could not be stored - status "
            WS-PC-STATUS
    ELSE
        MOVE "PINRESET" TO ML-ACTION
        MOVE "TEMPORARY PIN ISSUED - CHANGE AT SIGN-ON"
            TO ML-DETAIL
        PERFORM 950-WRITE-LOG
        DISPLAY "Temporary PIN stored - the player must choose a new"
            " PIN at next sign-on.".

800-REVIEW-CASES.
    MOVE "N" TO IC-EOF-SW.
    MOVE LOW-VALUES TO IC-PLAYER-ID.
    START INVEST-CASE-FILE KEY >= IC-PLAYER-ID
        INVALID KEY
            MOVE "Y" TO IC-EOF-SW
    END-START.
    DISPLAY "Open suspicious-play cases:".
    DISPLAY CASE-HEADING.
    PERFORM 810-LIST-ONE-CASE
        UNTIL IC-EOF.
    DISPLAY "Player ID to act on (blank to return): ".
    MOVE SPACES TO FROM-PLAYER-ID.
    ACCEPT FROM-PLAYER-ID.
    IF FROM-PLAYER-ID NOT = SPACES
        MOVE FROM-PLAYER-ID TO IC-PLAYER-ID
        READ INVEST-CASE-FILE
            INVALID KEY
                DISPLAY "No case on file for this player."
            NOT INVALID KEY
                PERFORM 820-ACT-ON-CASE
        END-READ.

810-LIST-ONE-CASE.
    READ INVEST-CASE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO IC-EOF-SW
        NOT AT END
            IF IC-OPEN
                PERFORM 815-SHOW-CASE-LINE
            END-IF
    END-READ.

815-SHOW-CASE-LINE.
    MOVE IC-PLAYER-ID TO CL-PLAYER.
    MOVE IC-OPEN-DATE TO CL-OPEN-DATE.
    MOVE IC-REASON TO CL-REASON.
    MOVE IC-OTHER-ID TO CL-OTHER-ID.
    MOVE IC-PAIR-ROUNDS TO CL-ROUNDS.
    MOVE IC-PAIR-WINS TO CL-WINS.
    MOVE IC-FIRST-WINS TO CL-FIRST-WINS.
    MOVE IC-PAYOUTS TO CL-PAYOUTS.
    MOVE IC-FLAG-COUNT TO CL-FLAG-COUNT.
    MOVE IC-HOLD-SW TO CL-HOLD.
    IF IC-OPEN
        MOVE "OPEN" TO CL-STATUS
    ELSE
        MOVE "CLEARED" TO CL-STATUS.
    DISPLAY CASE-LINE.

820-ACT-ON-CASE.
    DISPLAY CASE-HEADING.
    PERFORM 815-SHOW-CASE-LINE.
    DISPLAY "  C - Clear the case and release any wagering hold".
    DISPLAY "  H - Hold wagering for this player".
    DISPLAY "  R - Release the wagering hold, keep the case open".
    DISPLAY "  X - Leave the case unchanged".
    ACCEPT CASE-ACTION.
    MOVE IC-OTHER-ID TO TO-PLAYER-ID.
    IF CASE-ACTION = "C"
        MOVE "C" TO IC-STATUS
        MOVE "N" TO IC-HOLD-SW
        MOVE OPERATOR-ID TO IC-CLEAR-OPER
        ACCEPT IC-CLEAR-DATE FROM DATE YYYYMMDD
        MOVE "CASECLEAR" TO ML-ACTION
        MOVE "SUSPICIOUS-PLAY CASE CLEARED" TO ML-DETAIL
        PERFORM 830-SAVE-CASE
    ELSE IF CASE-ACTION = "H"
        MOVE "O" TO IC-STATUS
        MOVE "Y" TO IC-HOLD-SW
        MOVE "CASEHOLD" TO ML-ACTION
        MOVE "WAGERING HELD PENDING REVIEW" TO ML-DETAIL
        PERFORM 830-SAVE-CASE
    ELSE IF CASE-ACTION = "R"
        MOVE "N" TO IC-HOLD-SW
        MOVE "CASEREL" TO ML-ACTION
        MOVE "WAGERING HOLD RELEASED, CASE STAYS OPEN" TO ML-DETAIL
        PERFORM 830-SAVE-CASE
    ELSE
        DISPLAY "Case left unchanged.".

830-SAVE-CASE.
    REWRITE INVEST-CASE-RECORD
        INVALID KEY
            DISPLAY "Case could not be updated."
    END-REWRITE.
    IF WS-IC-STATUS = "00"
        PERFORM 950-WRITE-LOG
        DISPLAY "Case updated.".

900-READ-PLAYER.
    MOVE "N" TO RECORD-FOUND-SW.
    MOVE FROM-PLAYER-ID TO PS-PLAYER-ID.
