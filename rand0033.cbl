IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0033.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMB-TRAN-FILE ASSIGN TO "MEMBTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MT-STATUS.
    SELECT RESUBMIT-FILE ASSIGN TO "MEMBRESB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RS-STATUS.
    SELECT MEMB-ACK-FILE ASSIGN TO "MEMBACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MK-STATUS.
    SELECT PLAYER-SCORE-FILE ASSIGN TO "PLAYERSC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-PLAYER-ID
        FILE STATUS IS WS-PS-STATUS.
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
    SELECT SESS-LOCK-FILE ASSIGN TO "SESSLOCK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-PLAYER-ID
        FILE STATUS IS WS-SL-STATUS.
    SELECT GAME-CKPT-FILE ASSIGN TO "GAMECKPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CKPT-ID
        FILE STATUS IS WS-CKPT-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT GAME-LEDG-FILE ASSIGN TO "GAMELEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDG-STATUS.
    SELECT PRINT-FILE ASSIGN TO "MEMBPRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MEMB-TRAN-FILE.
    COPY MEMBTRAN.

FD  RESUBMIT-FILE.
01  RESUBMIT-RECORD             PIC X(80).

FD  MEMB-ACK-FILE.
    COPY MEMBACK.

FD  PLAYER-SCORE-FILE.
    COPY PLAYERSC.

FD  PLAYER-CRED-FILE.
    COPY PLAYCRED.

FD  INVEST-CASE-FILE.
    COPY INVCASE.

FD  SESS-LOCK-FILE.
    COPY SESSLOCK.

FD  GAME-CKPT-FILE.
    COPY GAMECKPT.

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE              PIC X(102).

FD  GAME-LEDG-FILE.
    COPY GAMELEDG.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

WORKING-STORAGE SECTION.

COPY MAINTLOG.

01  WS-MT-STATUS            PIC XX VALUES "00".
01  WS-RS-STATUS            PIC XX VALUES "00".
01  WS-MK-STATUS            PIC XX VALUES "00".
01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-PC-STATUS            PIC XX VALUES "00".
01  WS-IC-STATUS            PIC XX VALUES "00".
01  WS-SL-STATUS            PIC XX VALUES "00".
01  WS-CKPT-STATUS          PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  WS-LEDG-STATUS          PIC XX VALUES "00".

01  TRAN-EOF-SW             PIC X VALUES "N".
    88  TRAN-EOF                VALUES "Y".
01  RECORD-FOUND-SW         PIC X VALUES "N".
    88  RECORD-FOUND            VALUES "Y".
01  SL-OPEN-SW              PIC X VALUES "N".
    88  SL-OPEN                 VALUES "Y".
01  CKPT-OPEN-SW            PIC X VALUES "N".
    88  CKPT-OPEN               VALUES "Y".
01  BALANCED-SW             PIC X VALUES "N".
    88  COUNTS-BALANCED         VALUES "Y".

01  WS-RUN-DATE             PIC X(08).
01  FEED-OPERATOR           PIC X(10) VALUES "RAND0033".
01  REJECT-REASON           PIC X(40) VALUES SPACES.
01  ACK-NOTE                PIC X(40) VALUES SPACES.
01  FROM-PLAYER-ID          PIC X(10).
01  TO-PLAYER-ID            PIC X(10).
01  IDLE-CHECK-ID           PIC X(10).
01  PIN-LENGTH              PIC 9 VALUES ZEROS.

01  SAVE-PLAYER-DATA.
    05  SAVE-GAMES          PIC 9(05).
    05  SAVE-WINS           PIC 9(05).
    05  SAVE-BEST           PIC 9.
    05  SAVE-STATUS         PIC X.
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

01  FEED-TOTALS.
    05  MF-READ             PIC 9(07) VALUES ZEROS.
    05  MF-ADDED            PIC 9(07) VALUES ZEROS.
    05  MF-STATUS-CHANGED   PIC 9(07) VALUES ZEROS.
    05  MF-UNCHANGED        PIC 9(07) VALUES ZEROS.
    05  MF-RENAMED          PIC 9(07) VALUES ZEROS.
    05  MF-MERGED           PIC 9(07) VALUES ZEROS.
    05  MF-CLOSED           PIC 9(07) VALUES ZEROS.
    05  MF-APPLIED          PIC 9(07) VALUES ZEROS.
    05  MF-REJECTED         PIC 9(07) VALUES ZEROS.
    05  MF-RESUBMITTED      PIC 9(07) VALUES ZEROS.
    05  MF-ACKED            PIC 9(07) VALUES ZEROS.
    05  MF-LOGGED           PIC 9(07) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*  Guess the Number - Membership Feed Exceptions     *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-DATE-LINE.
    05  FILLER              PIC X(15) VALUES "BUSINESS DATE: ".
    05  RDL-BUS-DATE        PIC X(08).
    05  FILLER              PIC X(13) VALUES "   RUN DATE: ".
    05  RDL-RUN-DATE        PIC X(08).

01  RPT-REJ-HEADING         PIC X(100) VALUES
    "REFERENCE     ACT  PLAYER ID   NEW ID      REASON".

01  RPT-REJ-LINE.
    05  RJL-REFERENCE       PIC X(12).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RJL-ACTION          PIC X(01).
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RJL-PLAYER-ID       PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RJL-NEW-ID          PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RJL-REASON          PIC X(40).

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9-.

01  RPT-STATUS-LINE         PIC X(60).
01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.
COPY ALERTPA.

PROCEDURE DIVISION.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0033 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
PERFORM 100-TAKE-TRANSACTION
    UNTIL TRAN-EOF.
PERFORM 800-FINISH.
IF COUNTS-BALANCED
    PERFORM 850-REGISTER-END
ELSE
    MOVE "E" TO AA-SEVERITY
    MOVE RPT-STATUS-LINE TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT.
IF MF-REJECTED > 0
    MOVE "W" TO AA-SEVERITY
    MOVE "MEMBERSHIP FEED HAD REJECTS - SEE MEMBPRT EXCEPTIONS"
        TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0033" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE MF-APPLIED TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    OPEN I-O PLAYER-SCORE-FILE.
    IF WS-PS-STATUS = "35"
        OPEN OUTPUT PLAYER-SCORE-FILE
        CLOSE PLAYER-SCORE-FILE
        OPEN I-O PLAYER-SCORE-FILE.
    OPEN I-O PLAYER-CRED-FILE.
    IF WS-PC-STATUS = "35"
        OPEN OUTPUT PLAYER-CRED-FILE
        CLOSE PLAYER-CRED-FILE
        OPEN I-O PLAYER-CRED-FILE.
    OPEN I-O INVEST-CASE-FILE.
    IF WS-IC-STATUS = "35"
        OPEN OUTPUT INVEST-CASE-FILE
        CLOSE INVEST-CASE-FILE
        OPEN I-O INVEST-CASE-FILE.
    OPEN INPUT SESS-LOCK-FILE.
    IF WS-SL-STATUS = "00"
        MOVE "Y" TO SL-OPEN-SW.
    OPEN INPUT GAME-CKPT-FILE.
    IF WS-CKPT-STATUS = "00"
        MOVE "Y" TO CKPT-OPEN-SW.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.
    OPEN EXTEND GAME-LEDG-FILE.
    IF WS-LEDG-STATUS = "35"
        OPEN OUTPUT GAME-LEDG-FILE
        CLOSE GAME-LEDG-FILE
        OPEN EXTEND GAME-LEDG-FILE.
    OPEN INPUT MEMB-TRAN-FILE.
    IF WS-MT-STATUS NOT = "00"
        MOVE "Y" TO TRAN-EOF-SW.
    OPEN OUTPUT RESUBMIT-FILE.
    OPEN OUTPUT MEMB-ACK-FILE.
    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    MOVE RP-BUS-DATE TO RDL-BUS-DATE.
    MOVE WS-RUN-DATE TO RDL-RUN-DATE.
    WRITE PRINT-LINE FROM RPT-DATE-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-REJ-HEADING.

100-TAKE-TRANSACTION.
    READ MEMB-TRAN-FILE
        AT END
            MOVE "Y" TO TRAN-EOF-SW
        NOT AT END
            ADD 1 TO MF-READ
            PERFORM 110-APPLY-TRANSACTION
    END-READ.

110-APPLY-TRANSACTION.
    MOVE SPACES TO REJECT-REASON.
    MOVE SPACES TO ACK-NOTE.
    MOVE MT-PLAYER-ID TO FROM-PLAYER-ID.
    MOVE SPACES TO TO-PLAYER-ID.
    IF MT-PLAYER-ID = SPACES
        MOVE "BLANK PLAYER ID" TO REJECT-REASON
    ELSE IF MT-EFF-DATE NOT = SPACES AND MT-EFF-DATE NOT NUMERIC
        MOVE "BAD EFFECTIVE DATE" TO REJECT-REASON
    ELSE IF MT-EFF-DATE NOT = SPACES AND MT-EFF-DATE > RP-BUS-DATE
        MOVE "NOT YET EFFECTIVE" TO REJECT-REASON
    ELSE IF MT-ADD
        PERFORM 200-ADD-PLAYER
    ELSE IF MT-CHANGE-STATUS
        PERFORM 300-CHANGE-STATUS
    ELSE IF MT-RENAME
        PERFORM 400-RENAME-PLAYER
    ELSE IF MT-CLOSE
        PERFORM 600-CLOSE-PLAYER
    ELSE
        MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON.
    IF REJECT-REASON = SPACES
        ADD 1 TO MF-APPLIED
        MOVE "A" TO MK-RESULT
        IF ACK-NOTE = SPACES
            MOVE "APPLIED" TO MK-REASON
        ELSE
            MOVE ACK-NOTE TO MK-REASON
        END-IF
    ELSE
        PERFORM 700-REJECT-TRANSACTION
        MOVE "R" TO MK-RESULT
        MOVE REJECT-REASON TO MK-REASON.
    PERFORM 750-WRITE-ACK.

130-CHECK-PLAYER-IDLE.
    IF SL-OPEN
        MOVE IDLE-CHECK-ID TO SL-PLAYER-ID
        READ SESS-LOCK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING IDLE-CHECK-ID DELIMITED BY SPACE
                    " IS SIGNED ON" DELIMITED BY SIZE
                    INTO REJECT-REASON
        END-READ.
    IF CKPT-OPEN AND REJECT-REASON = SPACES
        MOVE IDLE-CHECK-ID TO CKPT-ID
        READ GAME-CKPT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                STRING IDLE-CHECK-ID DELIMITED BY SPACE
                    " HAS A ROUND IN PROGRESS" DELIMITED BY SIZE
                    INTO REJECT-REASON
        END-READ.

200-ADD-PLAYER.
    IF MT-PLAYER-ID(1:4) = "ANON"
        MOVE "ID RESERVED FOR ANONYMIZED PLAYERS" TO REJECT-REASON
    ELSE IF MT-NEW-STATUS NOT = SPACE AND NOT = "A" AND NOT = "I"
        MOVE "INVALID STATUS CODE" TO REJECT-REASON
    ELSE
        MOVE ZEROS TO PIN-LENGTH
        INSPECT MT-TEMP-PIN TALLYING PIN-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
        IF PIN-LENGTH < 4
            MOVE "TEMPORARY PIN MISSING OR UNDER 4 CHARS" TO REJECT-REASON
        ELSE
            PERFORM 205-CHECK-NEW-ID.

205-CHECK-NEW-ID.
    MOVE MT-PLAYER-ID TO PS-PLAYER-ID.
    READ PLAYER-SCORE-FILE
        INVALID KEY
            PERFORM 210-WRITE-NEW-PLAYER
        NOT INVALID KEY
            MOVE "DUPLICATE ADD - PLAYER ALREADY ON FILE"
                TO REJECT-REASON
    END-READ.

210-WRITE-NEW-PLAYER.
    MOVE MT-PLAYER-ID TO PS-PLAYER-ID.
    MOVE ZEROS TO PS-GAMES-PLAYED.
    MOVE ZEROS TO PS-WINS.
    MOVE ZEROS TO PS-BEST-GUESSES.
    IF MT-NEW-STATUS = "I"
        MOVE "I" TO PS-STATUS
    ELSE
        MOVE "A" TO PS-STATUS.
    MOVE ZEROS TO PS-BALANCE.
    MOVE 1000 TO PS-RATING.
    WRITE PLAYER-SCORE-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "PLAYER COULD NOT BE ADDED" TO REJECT-REASON
    ELSE
        PERFORM 220-WRITE-TEMP-PIN.

220-WRITE-TEMP-PIN.
    MOVE MT-PLAYER-ID TO PC-PLAYER-ID.
    READ PLAYER-CRED-FILE
        INVALID KEY
            MOVE "N" TO RECORD-FOUND-SW
        NOT INVALID KEY
            MOVE "Y" TO RECORD-FOUND-SW
    END-READ.
    MOVE MT-PLAYER-ID TO PC-PLAYER-ID.
    MOVE MT-TEMP-PIN TO PC-PIN.
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
        MOVE "TEMPORARY PIN COULD NOT BE STORED" TO REJECT-REASON
        MOVE MT-PLAYER-ID TO PS-PLAYER-ID
        DELETE PLAYER-SCORE-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
    ELSE
        ADD 1 TO MF-ADDED
        MOVE "ADD" TO ML-ACTION
        PERFORM 950-WRITE-LOG.

300-CHANGE-STATUS.
    IF MT-NEW-STATUS NOT = "A" AND NOT = "I"
        MOVE "INVALID STATUS CODE" TO REJECT-REASON
    ELSE
        PERFORM 900-READ-PLAYER
        IF NOT RECORD-FOUND
            MOVE "UNKNOWN PLAYER ID" TO REJECT-REASON
        ELSE IF PS-STATUS = MT-NEW-STATUS
            MOVE "STATUS ALREADY SET - NO CHANGE" TO ACK-NOTE
            ADD 1 TO MF-UNCHANGED
        ELSE
            MOVE FROM-PLAYER-ID TO IDLE-CHECK-ID
            PERFORM 130-CHECK-PLAYER-IDLE
            IF REJECT-REASON = SPACES
                PERFORM 310-APPLY-STATUS.

310-APPLY-STATUS.
    IF MT-NEW-STATUS = "I"
        MOVE "I" TO PS-STATUS
        MOVE "DEACTIVATE" TO ML-ACTION
    ELSE
        MOVE "A" TO PS-STATUS
        MOVE "ACTIVATE" TO ML-ACTION.
    REWRITE PLAYER-SCORE-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "PLAYER COULD NOT BE UPDATED" TO REJECT-REASON
    ELSE
        ADD 1 TO MF-STATUS-CHANGED
        PERFORM 950-WRITE-LOG.

400-RENAME-PLAYER.
    MOVE MT-NEW-ID TO TO-PLAYER-ID.
    IF MT-NEW-ID = SPACES
        MOVE "NEW PLAYER ID MISSING" TO REJECT-REASON
    ELSE IF MT-NEW-ID = MT-PLAYER-ID
        MOVE "NEW ID SAME AS CURRENT ID" TO REJECT-REASON
    ELSE IF MT-NEW-ID(1:4) = "ANON"
        MOVE "ID RESERVED FOR ANONYMIZED PLAYERS" TO REJECT-REASON
    ELSE
        PERFORM 900-READ-PLAYER
        IF NOT RECORD-FOUND
            MOVE "UNKNOWN PLAYER ID" TO REJECT-REASON
        ELSE
            PERFORM 910-SAVE-PLAYER-DATA
            MOVE FROM-PLAYER-ID TO IDLE-CHECK-ID
            PERFORM 130-CHECK-PLAYER-IDLE
            IF REJECT-REASON = SPACES
                PERFORM 405-READ-NEW-ID.

405-READ-NEW-ID.
    MOVE TO-PLAYER-ID TO PS-PLAYER-ID.
    READ PLAYER-SCORE-FILE
        INVALID KEY
            IF MT-MERGE
                MOVE "MERGE TARGET ID NOT ON FILE" TO REJECT-REASON
            ELSE
                PERFORM 510-APPLY-RENAME
            END-IF
        NOT INVALID KEY
            IF MT-MERGE
                MOVE TO-PLAYER-ID TO IDLE-CHECK-ID
                PERFORM 130-CHECK-PLAYER-IDLE
                IF REJECT-REASON = SPACES
                    PERFORM 410-APPLY-MERGE
                END-IF
            ELSE
                MOVE "NEW ID ALREADY ON FILE" TO REJECT-REASON
            END-IF
    END-READ.

410-APPLY-MERGE.
    ADD SAVE-GAMES TO PS-GAMES-PLAYED.
    ADD SAVE-WINS TO PS-WINS.
    IF SAVE-BEST > 0
        IF PS-BEST-GUESSES = 0 OR SAVE-BEST < PS-BEST-GUESSES
            MOVE SAVE-BEST TO PS-BEST-GUESSES.
    IF PS-BALANCE NOT NUMERIC
        MOVE ZEROS TO PS-BALANCE.
    ADD SAVE-BALANCE TO PS-BALANCE.
    MOVE PS-BALANCE TO TARGET-NEW-BALANCE.
    REWRITE PLAYER-SCORE-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "MERGE TARGET COULD NOT BE UPDATED" TO REJECT-REASON
    ELSE
        PERFORM 420-DELETE-MERGED-SOURCE.

420-DELETE-MERGED-SOURCE.
    MOVE FROM-PLAYER-ID TO PS-PLAYER-ID.
    DELETE PLAYER-SCORE-FILE
        INVALID KEY
            CONTINUE
    END-DELETE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "S" TO AA-SEVERITY
        MOVE SPACES TO AA-MESSAGE
        MOVE "MERGE INCOMPLETE - SOURCE ADDED INTO TARGET NOT DELETED"
            TO AA-MESSAGE
        MOVE FROM-PLAYER-ID TO AA-PLAYER-ID
        MOVE TO-PLAYER-ID TO AA-OTHER-ID
        PERFORM 995-RAISE-ALERT
        MOVE "MERGE INCOMPLETE - REFER TO OPERATIONS" TO REJECT-REASON
    ELSE
        IF SAVE-BALANCE NOT = 0
            PERFORM 430-WRITE-MERGE-LEDGER
        END-IF
        PERFORM 440-DELETE-MERGED-CRED
        PERFORM 540-MOVE-CASE
        ADD 1 TO MF-MERGED
        MOVE "MERGE" TO ML-ACTION
        PERFORM 950-WRITE-LOG.

430-WRITE-MERGE-LEDGER.
    MOVE "AJ" TO LG-TYPE.
    MOVE FROM-PLAYER-ID TO LG-PLAYER-ID.
    COMPUTE LG-AMOUNT = 0 - SAVE-BALANCE.
    MOVE ZEROS TO LG-BALANCE.
    PERFORM 960-WRITE-LEDGER.
    MOVE TO-PLAYER-ID TO LG-PLAYER-ID.
    MOVE SAVE-BALANCE TO LG-AMOUNT.
    MOVE TARGET-NEW-BALANCE TO LG-BALANCE.
    PERFORM 960-WRITE-LEDGER.

440-DELETE-MERGED-CRED.
    MOVE FROM-PLAYER-ID TO PC-PLAYER-ID.
    DELETE PLAYER-CRED-FILE
        INVALID KEY
            CONTINUE
    END-DELETE.

510-APPLY-RENAME.
    MOVE TO-PLAYER-ID TO PS-PLAYER-ID.
    MOVE SAVE-GAMES TO PS-GAMES-PLAYED.
    MOVE SAVE-WINS TO PS-WINS.
    MOVE SAVE-BEST TO PS-BEST-GUESSES.
    MOVE SAVE-STATUS TO PS-STATUS.
    MOVE SAVE-BALANCE TO PS-BALANCE.
    MOVE SAVE-RATING TO PS-RATING.
    WRITE PLAYER-SCORE-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "RENAMED RECORD COULD NOT BE WRITTEN" TO REJECT-REASON
    ELSE
        PERFORM 515-DELETE-OLD-ID.

515-DELETE-OLD-ID.
    MOVE FROM-PLAYER-ID TO PS-PLAYER-ID.
    DELETE PLAYER-SCORE-FILE
        INVALID KEY
            CONTINUE
    END-DELETE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "PLAYER COULD NOT BE DELETED FOR RENAME" TO REJECT-REASON
        MOVE TO-PLAYER-ID TO PS-PLAYER-ID
        DELETE PLAYER-SCORE-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
    ELSE
        IF SAVE-BALANCE NOT = 0
            PERFORM 520-WRITE-RENAME-LEDGER
        END-IF
        PERFORM 530-RENAME-CRED
        PERFORM 540-MOVE-CASE
        ADD 1 TO MF-RENAMED
        MOVE "RENAME" TO ML-ACTION
        PERFORM 950-WRITE-LOG.

520-WRITE-RENAME-LEDGER.
    MOVE "AJ" TO LG-TYPE.
    MOVE FROM-PLAYER-ID TO LG-PLAYER-ID.
    COMPUTE LG-AMOUNT = 0 - SAVE-BALANCE.
    MOVE ZEROS TO LG-BALANCE.
    PERFORM 960-WRITE-LEDGER.
    MOVE TO-PLAYER-ID TO LG-PLAYER-ID.
    MOVE SAVE-BALANCE TO LG-AMOUNT.
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
                    MOVE "PIN NOT MOVED - OPERATOR MUST REISSUE"
                        TO ACK-NOTE
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
                    MOVE "W" TO AA-SEVERITY
                    MOVE "SUSPICIOUS-PLAY CASES COMBINED ON MERGE"
                        TO AA-MESSAGE
                    MOVE FROM-PLAYER-ID TO AA-PLAYER-ID
                    MOVE TO-PLAYER-ID TO AA-OTHER-ID
                    PERFORM 995-RAISE-ALERT
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

600-CLOSE-PLAYER.
    PERFORM 900-READ-PLAYER.
    IF NOT RECORD-FOUND
        MOVE "UNKNOWN PLAYER ID" TO REJECT-REASON
    ELSE IF PS-BALANCE NUMERIC AND PS-BALANCE NOT = 0
        MOVE "NON-ZERO BALANCE - CANNOT CLOSE" TO REJECT-REASON
    ELSE
        PERFORM 610-APPLY-CLOSE.

610-APPLY-CLOSE.
    MOVE FROM-PLAYER-ID TO IDLE-CHECK-ID.
    PERFORM 130-CHECK-PLAYER-IDLE.
    IF REJECT-REASON = SPACES
        MOVE "I" TO PS-STATUS
        REWRITE PLAYER-SCORE-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        IF WS-PS-STATUS NOT = "00"
            MOVE "PLAYER COULD NOT BE UPDATED" TO REJECT-REASON
        ELSE
            ADD 1 TO MF-CLOSED
            MOVE "CLOSE" TO ML-ACTION
            PERFORM 950-WRITE-LOG.

700-REJECT-TRANSACTION.
    ADD 1 TO MF-REJECTED.
    WRITE RESUBMIT-RECORD FROM MEMB-TRAN-RECORD.
    IF WS-RS-STATUS = "00"
        ADD 1 TO MF-RESUBMITTED.
    MOVE MT-MEMBER-REF TO RJL-REFERENCE.
    MOVE MT-ACTION TO RJL-ACTION.
    MOVE MT-PLAYER-ID TO RJL-PLAYER-ID.
    MOVE MT-NEW-ID TO RJL-NEW-ID.
    MOVE REJECT-REASON TO RJL-REASON.
    WRITE PRINT-LINE FROM RPT-REJ-LINE.

750-WRITE-ACK.
    MOVE MT-MEMBER-REF TO MK-MEMBER-REF.
    MOVE MT-ACTION TO MK-ACTION.
    MOVE MT-PLAYER-ID TO MK-PLAYER-ID.
    MOVE MT-NEW-ID TO MK-NEW-ID.
    MOVE RP-BUS-DATE TO MK-BUS-DATE.
    MOVE WS-RUN-DATE TO MK-PROC-DATE.
    ACCEPT MK-PROC-TIME FROM TIME.
    WRITE MEMB-ACK-RECORD.
    IF WS-MK-STATUS = "00"
        ADD 1 TO MF-ACKED.

800-FINISH.
    IF MF-REJECTED = 0
        MOVE "NO EXCEPTIONS" TO PRINT-LINE
        WRITE PRINT-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "TRANSACTIONS READ" TO RCL-LABEL.
    MOVE MF-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  PLAYERS ADDED" TO RCL-LABEL.
    MOVE MF-ADDED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  STATUS CHANGES" TO RCL-LABEL.
    MOVE MF-STATUS-CHANGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  STATUS ALREADY SET" TO RCL-LABEL.
    MOVE MF-UNCHANGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  PLAYERS RENAMED" TO RCL-LABEL.
    MOVE MF-RENAMED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  PLAYERS MERGED" TO RCL-LABEL.
    MOVE MF-MERGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  PLAYERS CLOSED" TO RCL-LABEL.
    MOVE MF-CLOSED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TRANSACTIONS APPLIED" TO RCL-LABEL.
    MOVE MF-APPLIED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TRANSACTIONS REJECTED" TO RCL-LABEL.
    MOVE MF-REJECTED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "WRITTEN TO RESUBMIT FILE" TO RCL-LABEL.
    MOVE MF-RESUBMITTED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ACKNOWLEDGEMENTS WRITTEN" TO RCL-LABEL.
    MOVE MF-ACKED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PLAYMLOG ENTRIES WRITTEN" TO RCL-LABEL.
    MOVE MF-LOGGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF MF-READ = MF-APPLIED + MF-REJECTED
        AND MF-ACKED = MF-READ
        AND MF-RESUBMITTED = MF-REJECTED
        MOVE "Y" TO BALANCED-SW
        MOVE "CONTROL COUNTS IN BALANCE" TO RPT-STATUS-LINE
    ELSE
        MOVE "N" TO BALANCED-SW
        MOVE "MEMBERSHIP FEED CONTROL COUNTS OUT OF BALANCE"
            TO RPT-STATUS-LINE.
    WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    IF WS-MT-STATUS NOT = "35"
        CLOSE MEMB-TRAN-FILE.
    IF SL-OPEN
        CLOSE SESS-LOCK-FILE.
    IF CKPT-OPEN
        CLOSE GAME-CKPT-FILE.
    CLOSE RESUBMIT-FILE.
    CLOSE MEMB-ACK-FILE.
    CLOSE PLAYER-SCORE-FILE.
    CLOSE PLAYER-CRED-FILE.
    CLOSE INVEST-CASE-FILE.
    CLOSE MAINT-LOG-FILE.
    CLOSE GAME-LEDG-FILE.
    CLOSE PRINT-FILE.

900-READ-PLAYER.
    MOVE "N" TO RECORD-FOUND-SW.
    MOVE FROM-PLAYER-ID TO PS-PLAYER-ID.
    READ PLAYER-SCORE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO RECORD-FOUND-SW
    END-READ.

910-SAVE-PLAYER-DATA.
    MOVE PS-GAMES-PLAYED TO SAVE-GAMES.
    MOVE PS-WINS TO SAVE-WINS.
    MOVE PS-BEST-GUESSES TO SAVE-BEST.
    MOVE PS-STATUS TO SAVE-STATUS.
    IF PS-BALANCE NUMERIC
        MOVE PS-BALANCE TO SAVE-BALANCE
    ELSE
        MOVE ZEROS TO SAVE-BALANCE.
    IF PS-RATING NUMERIC
        MOVE PS-RATING TO SAVE-RATING
    ELSE
        MOVE 1000 TO SAVE-RATING.

950-WRITE-LOG.
    ACCEPT ML-DATE FROM DATE YYYYMMDD.
    ACCEPT ML-TIME FROM TIME.
    MOVE FEED-OPERATOR TO ML-OPERATOR.
    MOVE FROM-PLAYER-ID TO ML-FROM-ID.
    MOVE TO-PLAYER-ID TO ML-TO-ID.
    MOVE SPACES TO ML-DETAIL.
    STRING "MEMBERSHIP FEED REF " MT-MEMBER-REF
        DELIMITED BY SIZE INTO ML-DETAIL.
    WRITE MAINT-LOG-LINE FROM MAINT-LOG-RECORD.
    IF WS-LOG-STATUS = "00"
        ADD 1 TO MF-LOGGED.

960-WRITE-LEDGER.
    ACCEPT LG-DATE FROM DATE YYYYMMDD.
    ACCEPT LG-TIME FROM TIME.
    MOVE ZEROS TO LG-MULT.
    WRITE GAME-LEDG-RECORD.

995-RAISE-ALERT.
    MOVE "RAND0033" TO AA-PROGRAM.
    MOVE "RAND0033" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    CALL "RAND0031" USING ALERT-PARM.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
