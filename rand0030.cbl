IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0030.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-SCORE-FILE ASSIGN TO "PLAYERSC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-PLAYER-ID
        FILE STATUS IS WS-PS-STATUS.
    SELECT NEXT-NBR-FILE ASSIGN TO "GAMENNBR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NN-NAME
        FILE STATUS IS WS-NN-STATUS.
    SELECT CHALLENGE-FILE ASSIGN TO "CHALLNGE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-KEY
        FILE STATUS IS WS-CH-STATUS.
    SELECT BADGE-FILE ASSIGN TO "PLAYBDGE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BG-KEY
        FILE STATUS IS WS-BG-STATUS.
    SELECT TOURN-CTL-FILE ASSIGN TO "TOURNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TC-EVENT-ID
        FILE STATUS IS WS-TC-STATUS.
    SELECT TOURN-ENR-FILE ASSIGN TO "TOURNENR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TE-KEY
        FILE STATUS IS WS-TE-STATUS.
    SELECT HOUSE-RULES-FILE ASSIGN TO "HOUSRULE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HR-EFF-DATE
        FILE STATUS IS WS-HR-STATUS.
    SELECT SESS-LOCK-FILE ASSIGN TO "SESSLOCK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-PLAYER-ID
        FILE STATUS IS WS-SL-STATUS.
    SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-RC-STATUS.
    SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-OPERATOR-ID
        FILE STATUS IS WS-OA-STATUS.
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
    SELECT TOURN-BRK-FILE ASSIGN TO "TOURNBRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-KEY
        FILE STATUS IS WS-BM-STATUS.
    SELECT GUESS-DTL-FILE ASSIGN TO "GUESSDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GD-KEY
        FILE STATUS IS WS-GD-STATUS.
    SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-KEY
        FILE STATUS IS WS-AL-STATUS.
    SELECT STMT-CKPT-FILE ASSIGN TO "STMTCKPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SK-MONTH
        FILE STATUS IS WS-SK-STATUS.
    SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
    SELECT BACKUP-FILE ASSIGN TO "MSTRBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKUP-STATUS.
    SELECT PRINT-FILE ASSIGN TO "RESTPRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PLAYER-SCORE-FILE.
    COPY PLAYERSC.

FD  NEXT-NBR-FILE.
    COPY GAMENNBR.

FD  CHALLENGE-FILE.
    COPY CHALLNGE.

FD  BADGE-FILE.
    COPY PLAYBDGE.

FD  TOURN-CTL-FILE.
    COPY TOURNCTL.

FD  TOURN-ENR-FILE.
    COPY TOURNENR.

FD  HOUSE-RULES-FILE.
    COPY HOUSRULE.

FD  SESS-LOCK-FILE.
    COPY SESSLOCK.

FD  RUN-CTL-FILE.
    COPY RUNCTLRC.

FD  OPER-AUTH-FILE.
    COPY OPERAUTH.

FD  PLAYER-CRED-FILE.
    COPY PLAYCRED.

FD  INVEST-CASE-FILE.
    COPY INVCASE.

FD  TOURN-BRK-FILE.
    COPY TOURNBRK.

FD  GUESS-DTL-FILE.
    COPY GUESSDTL.

FD  ALERT-FILE.
    COPY ALERTREC.

FD  STMT-CKPT-FILE.
    COPY STMTCKPT.

FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  BACKUP-FILE.
01  BACKUP-LINE                 PIC X(225).

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

WORKING-STORAGE SECTION.

COPY BKUPREC.

01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-NN-STATUS            PIC XX VALUES "00".
01  WS-CH-STATUS            PIC XX VALUES "00".
01  WS-BG-STATUS            PIC XX VALUES "00".
01  WS-TC-STATUS            PIC XX VALUES "00".
01  WS-TE-STATUS            PIC XX VALUES "00".
01  WS-HR-STATUS            PIC XX VALUES "00".
01  WS-SL-STATUS            PIC XX VALUES "00".
01  WS-RC-STATUS            PIC XX VALUES "00".
01  WS-OA-STATUS            PIC XX VALUES "00".
01  WS-PC-STATUS            PIC XX VALUES "00".
01  WS-IC-STATUS            PIC XX VALUES "00".
01  WS-BM-STATUS            PIC XX VALUES "00".
01  WS-GD-STATUS            PIC XX VALUES "00".
01  WS-AL-STATUS            PIC XX VALUES "00".
01  WS-SK-STATUS            PIC XX VALUES "00".
01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-BKUP-STATUS          PIC XX VALUES "00".
01  WS-WRITE-STATUS         PIC XX VALUES "00".

01  FILE-EOF-SW             PIC X VALUES "N".
    88  FILE-EOF                VALUES "Y".
01  BKUP-EOF-SW             PIC X VALUES "N".
    88  BKUP-EOF                VALUES "Y".
01  GEN-FOUND-SW            PIC X VALUES "N".
    88  GEN-FOUND               VALUES "Y".
01  VERIFIED-SW             PIC X VALUES "N".
    88  GEN-VERIFIED            VALUES "Y".
01  RESTORE-OK-SW           PIC X VALUES "N".
    88  RESTORE-OK              VALUES "Y".
01  PARM-OK-SW              PIC X VALUES "Y".
    88  PARM-OK                 VALUES "Y".

01  WS-BUS-DATE             PIC X(08).
01  REQ-GEN-DATE            PIC X(08) VALUES SPACES.
01  REQ-FILE-NAME           PIC X(08) VALUES SPACES.
01  SEL-FILE-IX             PIC 99 VALUES ZEROS.
01  SEL-GEN-DATE            PIC X(08) VALUES SPACES.
01  SEL-GEN-TIME            PIC 9(08) VALUES ZEROS.
01  SEL-GEN-RECORDS         PIC 9(09) VALUES ZEROS.
01  SEL-GEN-HASH            PIC 9(15) VALUES ZEROS.
01  FILE-IX                 PIC 99 VALUES ZEROS.
01  FILE-COUNT              PIC 99 VALUES 16.
01  FILE-HIT                PIC 99 VALUES ZEROS.
01  SCAN-IX                 PIC 99 VALUES ZEROS.
01  GEN-DATA-COUNT          PIC 9(09) VALUES ZEROS.
01  GEN-HASH-TOTAL          PIC 9(15) VALUES ZEROS.
01  MAX-ROUND-ID            PIC 9(09) VALUES ZEROS.
01  MAX-ANON-NBR            PIC 9(06) VALUES ZEROS.
01  ROUND-COUNTER-OLD       PIC 9(09) VALUES ZEROS.
01  ROUND-COUNTER-NEW       PIC 9(09) VALUES ZEROS.
01  ANON-COUNTER-OLD        PIC 9(09) VALUES ZEROS.
01  ANON-COUNTER-NEW        PIC 9(09) VALUES ZEROS.
01  CHECK-ID                PIC X(10) VALUES SPACES.

01  HASH-ALPHABET           PIC X(66) VALUES
    " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz-*.".
01  HASH-KEY                PIC X(30) VALUES SPACES.
01  HASH-KEY-LEN            PIC 999 VALUES ZEROS.
01  HASH-POS                PIC 999 VALUES ZEROS.
01  HASH-CHAR               PIC X VALUES SPACES.
01  HASH-CHAR-VALUE         PIC 999 VALUES ZEROS.
01  RECORD-HASH             PIC 9(09) VALUES ZEROS.

01  FILE-DEFS.
    05  FILLER              PIC X(11) VALUES "PLAYERSC010".
    05  FILLER              PIC X(11) VALUES "GAMENNBR008".
    05  FILLER              PIC X(11) VALUES "CHALLNGE026".
    05  FILLER              PIC X(11) VALUES "PLAYBDGE018".
    05  FILLER              PIC X(11) VALUES "TOURNCTL008".
    05  FILLER              PIC X(11) VALUES "TOURNENR018".
    05  FILLER              PIC X(11) VALUES "HOUSRULE008".
    05  FILLER              PIC X(11) VALUES "SESSLOCK010".
    05  FILLER              PIC X(11) VALUES "RUNCTL  016".
    05  FILLER              PIC X(11) VALUES "OPERAUTH010".
    05  FILLER              PIC X(11) VALUES "PLAYCRED010".
    05  FILLER              PIC X(11) VALUES "INVCASE 010".
    05  FILLER              PIC X(11) VALUES "TOURNBRK013".
    05  FILLER              PIC X(11) VALUES "GUESSDTL010".
    05  FILLER              PIC X(11) VALUES "ALERTLOG018".
    05  FILLER              PIC X(11) VALUES "STMTCKPT006".
01  FILE-DEF-TABLE REDEFINES FILE-DEFS.
    05  FILE-DEF OCCURS 16 TIMES.
        10  FDEF-NAME       PIC X(08).
        10  FDEF-KEY-LEN    PIC 999.

01  FILE-COUNTS.
    05  FILE-COUNT-ENTRY OCCURS 16 TIMES.
        10  FT-SELECTED-SW  PIC X.
            88  FT-SELECTED     VALUES "Y".
        10  FT-TRAILER-SW   PIC X.
            88  FT-TRAILER-SEEN VALUES "Y".
        10  FT-BK-COUNT     PIC 9(09).
        10  FT-BK-HASH      PIC 9(15).
        10  FT-DATA-COUNT   PIC 9(09).
        10  FT-DATA-HASH    PIC 9(15).
        10  FT-LOADED       PIC 9(09).
        10  FT-REJECTED     PIC 9(09).
        10  FT-RECOUNT      PIC 9(09).
        10  FT-REHASH       PIC 9(15).

01  RESTORE-TOTALS.
    05  RT-GENS-SEEN        PIC 9(05) VALUES ZEROS.
    05  RT-LOADED           PIC 9(09) VALUES ZEROS.
    05  RT-REJECTED         PIC 9(09) VALUES ZEROS.
    05  RT-MISMATCHES       PIC 9(05) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*     Guess the Number - Master File Restore         *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-GEN-LINE.
    05  FILLER              PIC X(20) VALUES "GENERATION RESTORED:".
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RGL-DATE            PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RGL-TIME            PIC 9(08).

01  RPT-FILE-HEADING        PIC X(100) VALUES
    "FILE        BACKUP    LOADED  REJECTED   RECOUNT  RESULT".

01  RPT-FILE-LINE.
    05  RFL-FILE            PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RFL-BACKUP          PIC ZZZZZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RFL-LOADED          PIC ZZZZZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RFL-REJECTED        PIC ZZZZZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RFL-RECOUNT         PIC ZZZZZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-RESULT          PIC X(30).

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9-.

01  RPT-STATUS-LINE         PIC X(70) VALUES SPACES.
01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.
COPY ALERTPA.

LINKAGE SECTION.

01  LS-PARM-INFO.
    05  LS-PARM-LENGTH      PIC S9(04) COMP.
    05  LS-PARM-DATA.
        10  LS-GEN-DATE     PIC X(08).
        10  LS-FILE-NAME    PIC X(08).

PROCEDURE DIVISION USING LS-PARM-INFO.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0030 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
IF PARM-OK
    PERFORM 100-FIND-GENERATION.
IF GEN-FOUND
    PERFORM 200-VERIFY-GENERATION.
IF GEN-VERIFIED
    PERFORM 300-RELOAD-FILES
    PERFORM 400-RECOUNT-FILES
    PERFORM 450-CHECK-COUNTERS
    PERFORM 470-CHECK-RUN-CONTROL
    PERFORM 490-CHECK-RESTORE.
PERFORM 800-PRINT-REPORT.
IF RESTORE-OK
    PERFORM 850-REGISTER-END
ELSE
    IF GEN-VERIFIED
        MOVE "S" TO AA-SEVERITY
    ELSE
        MOVE "E" TO AA-SEVERITY
    END-IF
    MOVE RPT-STATUS-LINE TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0030" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE RT-LOADED TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    MOVE RP-BUS-DATE TO WS-BUS-DATE.
    MOVE ZEROS TO FILE-COUNTS.
    PERFORM 010-GET-PARM.
    PERFORM 020-SELECT-FILE
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    IF REQ-FILE-NAME NOT = SPACES AND SEL-FILE-IX = 0
        MOVE "N" TO PARM-OK-SW
        MOVE "UNKNOWN FILE NAME IN PARM - NOTHING RESTORED"
            TO RPT-STATUS-LINE.
    OPEN OUTPUT PRINT-FILE.

010-GET-PARM.
    IF LS-PARM-LENGTH >= 8
        MOVE LS-GEN-DATE TO REQ-GEN-DATE.
    IF LS-PARM-LENGTH >= 16
        MOVE LS-FILE-NAME TO REQ-FILE-NAME.
    IF REQ-GEN-DATE NOT = SPACES AND REQ-GEN-DATE NOT NUMERIC
        MOVE "N" TO PARM-OK-SW
        MOVE "GENERATION DATE IN PARM NOT NUMERIC - NOTHING RESTORED"
            TO RPT-STATUS-LINE.

020-SELECT-FILE.
    MOVE "N" TO FT-TRAILER-SW(FILE-IX).
    IF REQ-FILE-NAME = SPACES
        MOVE "Y" TO FT-SELECTED-SW(FILE-IX)
    ELSE
        IF FDEF-NAME(FILE-IX) = REQ-FILE-NAME
            MOVE "Y" TO FT-SELECTED-SW(FILE-IX)
            MOVE FILE-IX TO SEL-FILE-IX
        ELSE
            MOVE "N" TO FT-SELECTED-SW(FILE-IX).

100-FIND-GENERATION.
    OPEN INPUT BACKUP-FILE.
    IF WS-BKUP-STATUS NOT = "00"
        MOVE "NO MSTRBKUP FILE PRESENT - NOTHING RESTORED"
            TO RPT-STATUS-LINE
    ELSE
        MOVE "N" TO BKUP-EOF-SW
        PERFORM 110-NOTE-GENERATION
            UNTIL BKUP-EOF
        CLOSE BACKUP-FILE
        IF NOT GEN-FOUND
            MOVE "NO COMPLETE GENERATION FOR REQUESTED DATE"
                TO RPT-STATUS-LINE
        END-IF.

110-NOTE-GENERATION.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            IF BK-GEN-TRAILER
                ADD 1 TO RT-GENS-SEEN
                IF REQ-GEN-DATE = SPACES
                    OR REQ-GEN-DATE = BK-GEN-DATE
                    MOVE "Y" TO GEN-FOUND-SW
                    MOVE BK-GEN-DATE TO SEL-GEN-DATE
                    MOVE BK-GEN-TIME TO SEL-GEN-TIME
                    MOVE BK-REC-COUNT TO SEL-GEN-RECORDS
                    MOVE BK-HASH-TOTAL TO SEL-GEN-HASH
                END-IF
            END-IF
    END-READ.

200-VERIFY-GENERATION.
    OPEN INPUT BACKUP-FILE.
    MOVE "N" TO BKUP-EOF-SW.
    PERFORM 210-VERIFY-ONE-RECORD
        UNTIL BKUP-EOF.
    CLOSE BACKUP-FILE.
    MOVE "Y" TO VERIFIED-SW.
    PERFORM 220-VERIFY-ONE-FILE
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    IF GEN-DATA-COUNT NOT = SEL-GEN-RECORDS
        OR GEN-HASH-TOTAL NOT = SEL-GEN-HASH
        MOVE "N" TO VERIFIED-SW.
    IF NOT GEN-VERIFIED
        MOVE "GENERATION FAILED COUNT/HASH CHECK - NOTHING RESTORED"
            TO RPT-STATUS-LINE.

210-VERIFY-ONE-RECORD.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            IF BK-GEN-DATE = SEL-GEN-DATE
                AND BK-GEN-TIME = SEL-GEN-TIME
                PERFORM 215-TALLY-BACKUP-RECORD
            END-IF
    END-READ.

215-TALLY-BACKUP-RECORD.
    PERFORM 510-FIND-FILE.
    IF BK-DATA-REC AND FILE-IX > 0
        ADD 1 TO FT-DATA-COUNT(FILE-IX)
        ADD 1 TO GEN-DATA-COUNT
        MOVE SPACES TO HASH-KEY
        MOVE FDEF-KEY-LEN(FILE-IX) TO HASH-KEY-LEN
        MOVE BK-DATA(1:HASH-KEY-LEN) TO HASH-KEY
        PERFORM 700-HASH-KEY
        ADD RECORD-HASH TO FT-DATA-HASH(FILE-IX)
        ADD RECORD-HASH TO GEN-HASH-TOTAL
    ELSE IF BK-FILE-TRAILER AND FILE-IX > 0
        MOVE "Y" TO FT-TRAILER-SW(FILE-IX)
        MOVE BK-REC-COUNT TO FT-BK-COUNT(FILE-IX)
        MOVE BK-HASH-TOTAL TO FT-BK-HASH(FILE-IX).

220-VERIFY-ONE-FILE.
    IF NOT FT-TRAILER-SEEN(FILE-IX)
        OR FT-DATA-COUNT(FILE-IX) NOT = FT-BK-COUNT(FILE-IX)
        OR FT-DATA-HASH(FILE-IX) NOT = FT-BK-HASH(FILE-IX)
        MOVE "N" TO VERIFIED-SW
        ADD 1 TO RT-MISMATCHES.

300-RELOAD-FILES.
    PERFORM 310-OPEN-SELECTED.
    OPEN INPUT BACKUP-FILE.
    MOVE "N" TO BKUP-EOF-SW.
    PERFORM 320-RELOAD-ONE-RECORD
        UNTIL BKUP-EOF.
    CLOSE BACKUP-FILE.
    PERFORM 340-CLOSE-SELECTED.

310-OPEN-SELECTED.
    IF FT-SELECTED(1)
        OPEN OUTPUT PLAYER-SCORE-FILE.
    IF FT-SELECTED(2)
        OPEN OUTPUT NEXT-NBR-FILE.
    IF FT-SELECTED(3)
        OPEN OUTPUT CHALLENGE-FILE.
    IF FT-SELECTED(4)
        OPEN OUTPUT BADGE-FILE.
    IF FT-SELECTED(5)
        OPEN OUTPUT TOURN-CTL-FILE.
    IF FT-SELECTED(6)
        OPEN OUTPUT TOURN-ENR-FILE.
    IF FT-SELECTED(7)
        OPEN OUTPUT HOUSE-RULES-FILE.
    IF FT-SELECTED(8)
        OPEN OUTPUT SESS-LOCK-FILE.
    IF FT-SELECTED(9)
        OPEN OUTPUT RUN-CTL-FILE.
    IF FT-SELECTED(10)
        OPEN OUTPUT OPER-AUTH-FILE.
    IF FT-SELECTED(11)
        OPEN OUTPUT PLAYER-CRED-FILE.
    IF FT-SELECTED(12)
        OPEN OUTPUT INVEST-CASE-FILE.
    IF FT-SELECTED(13)
        OPEN OUTPUT TOURN-BRK-FILE.
    IF FT-SELECTED(14)
        OPEN OUTPUT GUESS-DTL-FILE.
    IF FT-SELECTED(15)
        OPEN OUTPUT ALERT-FILE.
    IF FT-SELECTED(16)
        OPEN OUTPUT STMT-CKPT-FILE.

320-RELOAD-ONE-RECORD.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            IF BK-GEN-DATE = SEL-GEN-DATE
                AND BK-GEN-TIME = SEL-GEN-TIME
                AND BK-DATA-REC
                PERFORM 510-FIND-FILE
                IF FILE-IX > 0
                    IF FT-SELECTED(FILE-IX)
                        PERFORM 330-LOAD-RECORD
                    END-IF
                END-IF
            END-IF
    END-READ.

330-LOAD-RECORD.
    IF FILE-IX = 1
        MOVE BK-DATA TO PLAYER-SCORE-RECORD
        WRITE PLAYER-SCORE-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-PS-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 2
        MOVE BK-DATA TO NEXT-NBR-RECORD
        WRITE NEXT-NBR-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-NN-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 3
        MOVE BK-DATA TO CHALLENGE-RECORD
        WRITE CHALLENGE-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-CH-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 4
        MOVE BK-DATA TO PLAYER-BADGE-RECORD
        WRITE PLAYER-BADGE-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-BG-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 5
        MOVE BK-DATA TO TOURN-CTL-RECORD
        WRITE TOURN-CTL-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-TC-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 6
        MOVE BK-DATA TO TOURN-ENR-RECORD
        WRITE TOURN-ENR-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-TE-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 7
        MOVE BK-DATA TO HOUSE-RULES-RECORD
        WRITE HOUSE-RULES-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-HR-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 8
        MOVE BK-DATA TO SESS-LOCK-RECORD
        WRITE SESS-LOCK-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-SL-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 9
        MOVE BK-DATA TO RUN-CTL-RECORD
        WRITE RUN-CTL-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-RC-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 10
        MOVE BK-DATA TO OPER-AUTH-RECORD
        WRITE OPER-AUTH-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-OA-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 11
        MOVE BK-DATA TO PLAYER-CRED-RECORD
        WRITE PLAYER-CRED-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-PC-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 12
        MOVE BK-DATA TO INVEST-CASE-RECORD
        WRITE INVEST-CASE-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-IC-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 13
        MOVE BK-DATA TO BRACKET-MATCH-RECORD
        WRITE BRACKET-MATCH-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-BM-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 14
        MOVE BK-DATA TO GUESS-DETAIL-RECORD
        WRITE GUESS-DETAIL-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-GD-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 15
        MOVE BK-DATA TO ALERT-RECORD
        WRITE ALERT-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-AL-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 16
        MOVE BK-DATA TO STMT-CKPT-RECORD
        WRITE STMT-CKPT-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        MOVE WS-SK-STATUS TO WS-WRITE-STATUS.
    IF WS-WRITE-STATUS = "00"
        ADD 1 TO FT-LOADED(FILE-IX)
        ADD 1 TO RT-LOADED
    ELSE
        ADD 1 TO FT-REJECTED(FILE-IX)
        ADD 1 TO RT-REJECTED.

340-CLOSE-SELECTED.
    IF FT-SELECTED(1)
        CLOSE PLAYER-SCORE-FILE.
    IF FT-SELECTED(2)
        CLOSE NEXT-NBR-FILE.
    IF FT-SELECTED(3)
        CLOSE CHALLENGE-FILE.
    IF FT-SELECTED(4)
        CLOSE BADGE-FILE.
    IF FT-SELECTED(5)
        CLOSE TOURN-CTL-FILE.
    IF FT-SELECTED(6)
        CLOSE TOURN-ENR-FILE.
    IF FT-SELECTED(7)
        CLOSE HOUSE-RULES-FILE.
    IF FT-SELECTED(8)
        CLOSE SESS-LOCK-FILE.
    IF FT-SELECTED(9)
        CLOSE RUN-CTL-FILE.
    IF FT-SELECTED(10)
        CLOSE OPER-AUTH-FILE.
    IF FT-SELECTED(11)
        CLOSE PLAYER-CRED-FILE.
    IF FT-SELECTED(12)
        CLOSE INVEST-CASE-FILE.
    IF FT-SELECTED(13)
        CLOSE TOURN-BRK-FILE.
    IF FT-SELECTED(14)
        CLOSE GUESS-DTL-FILE.
    IF FT-SELECTED(15)
        CLOSE ALERT-FILE.
    IF FT-SELECTED(16)
        CLOSE STMT-CKPT-FILE.

400-RECOUNT-FILES.
    IF FT-SELECTED(1)
        MOVE 1 TO FILE-IX
        OPEN INPUT PLAYER-SCORE-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 401-RECOUNT-PLAYERSC
            UNTIL FILE-EOF
        CLOSE PLAYER-SCORE-FILE.
    IF FT-SELECTED(2)
        MOVE 2 TO FILE-IX
        OPEN INPUT NEXT-NBR-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 402-RECOUNT-GAMENNBR
            UNTIL FILE-EOF
        CLOSE NEXT-NBR-FILE.
    IF FT-SELECTED(3)
        MOVE 3 TO FILE-IX
        OPEN INPUT CHALLENGE-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 403-RECOUNT-CHALLNGE
            UNTIL FILE-EOF
        CLOSE CHALLENGE-FILE.
    IF FT-SELECTED(4)
        MOVE 4 TO FILE-IX
        OPEN INPUT BADGE-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 404-RECOUNT-PLAYBDGE
            UNTIL FILE-EOF
        CLOSE BADGE-FILE.
    IF FT-SELECTED(5)
        MOVE 5 TO FILE-IX
        OPEN INPUT TOURN-CTL-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 405-RECOUNT-TOURNCTL
            UNTIL FILE-EOF
        CLOSE TOURN-CTL-FILE.
    IF FT-SELECTED(6)
        MOVE 6 TO FILE-IX
        OPEN INPUT TOURN-ENR-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 406-RECOUNT-TOURNENR
            UNTIL FILE-EOF
        CLOSE TOURN-ENR-FILE.
    IF FT-SELECTED(7)
        MOVE 7 TO FILE-IX
        OPEN INPUT HOUSE-RULES-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 407-RECOUNT-HOUSRULE
            UNTIL FILE-EOF
        CLOSE HOUSE-RULES-FILE.
    IF FT-SELECTED(8)
        MOVE 8 TO FILE-IX
        OPEN INPUT SESS-LOCK-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 408-RECOUNT-SESSLOCK
            UNTIL FILE-EOF
        CLOSE SESS-LOCK-FILE.
    IF FT-SELECTED(9)
        MOVE 9 TO FILE-IX
        OPEN INPUT RUN-CTL-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 409-RECOUNT-RUNCTL
            UNTIL FILE-EOF
        CLOSE RUN-CTL-FILE.
    IF FT-SELECTED(10)
        MOVE 10 TO FILE-IX
        OPEN INPUT OPER-AUTH-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 410-RECOUNT-OPERAUTH
            UNTIL FILE-EOF
        CLOSE OPER-AUTH-FILE.
    IF FT-SELECTED(11)
        MOVE 11 TO FILE-IX
        OPEN INPUT PLAYER-CRED-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 411-RECOUNT-PLAYCRED
            UNTIL FILE-EOF
        CLOSE PLAYER-CRED-FILE.
    IF FT-SELECTED(12)
        MOVE 12 TO FILE-IX
        OPEN INPUT INVEST-CASE-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 412-RECOUNT-INVCASE
            UNTIL FILE-EOF
        CLOSE INVEST-CASE-FILE.
    IF FT-SELECTED(13)
        MOVE 13 TO FILE-IX
        OPEN INPUT TOURN-BRK-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 413-RECOUNT-TOURNBRK
            UNTIL FILE-EOF
        CLOSE TOURN-BRK-FILE.
    IF FT-SELECTED(14)
        MOVE 14 TO FILE-IX
        OPEN INPUT GUESS-DTL-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 414-RECOUNT-GUESSDTL
            UNTIL FILE-EOF
        CLOSE GUESS-DTL-FILE.
    IF FT-SELECTED(15)
        MOVE 15 TO FILE-IX
        OPEN INPUT ALERT-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 415-RECOUNT-ALERTLOG
            UNTIL FILE-EOF
        CLOSE ALERT-FILE.
    IF FT-SELECTED(16)
        MOVE 16 TO FILE-IX
        OPEN INPUT STMT-CKPT-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 416-RECOUNT-STMTCKPT
            UNTIL FILE-EOF
        CLOSE STMT-CKPT-FILE.

401-RECOUNT-PLAYERSC.
    READ PLAYER-SCORE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE PLAYER-SCORE-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

402-RECOUNT-GAMENNBR.
    READ NEXT-NBR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE NEXT-NBR-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

403-RECOUNT-CHALLNGE.
    READ CHALLENGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE CHALLENGE-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

404-RECOUNT-PLAYBDGE.
    READ BADGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE PLAYER-BADGE-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

405-RECOUNT-TOURNCTL.
    READ TOURN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE TOURN-CTL-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

406-RECOUNT-TOURNENR.
    READ TOURN-ENR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE TOURN-ENR-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

407-RECOUNT-HOUSRULE.
    READ HOUSE-RULES-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE HOUSE-RULES-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

408-RECOUNT-SESSLOCK.
    READ SESS-LOCK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE SESS-LOCK-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

409-RECOUNT-RUNCTL.
    READ RUN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE RUN-CTL-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

410-RECOUNT-OPERAUTH.
    READ OPER-AUTH-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE OPER-AUTH-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

411-RECOUNT-PLAYCRED.
    READ PLAYER-CRED-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE PLAYER-CRED-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

412-RECOUNT-INVCASE.
    READ INVEST-CASE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE INVEST-CASE-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

413-RECOUNT-TOURNBRK.
    READ TOURN-BRK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE BRACKET-MATCH-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

414-RECOUNT-GUESSDTL.
    READ GUESS-DTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE GUESS-DETAIL-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

415-RECOUNT-ALERTLOG.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE ALERT-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

416-RECOUNT-STMTCKPT.
    READ STMT-CKPT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE STMT-CKPT-RECORD TO HASH-KEY
            PERFORM 420-RECOUNT-RECORD
    END-READ.

420-RECOUNT-RECORD.
    ADD 1 TO FT-RECOUNT(FILE-IX).
    MOVE FDEF-KEY-LEN(FILE-IX) TO HASH-KEY-LEN.
    PERFORM 700-HASH-KEY.
    ADD RECORD-HASH TO FT-REHASH(FILE-IX).

450-CHECK-COUNTERS.
    IF FT-SELECTED(2)
        PERFORM 455-FIND-HIGHEST-IDS
        OPEN I-O NEXT-NBR-FILE
        IF WS-NN-STATUS = "00"
            PERFORM 460-ADVANCE-ROUND-COUNTER
            PERFORM 465-ADVANCE-ANON-COUNTER
            CLOSE NEXT-NBR-FILE
        END-IF.

455-FIND-HIGHEST-IDS.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 456-SCAN-HIST
            UNTIL FILE-EOF
        CLOSE GAME-HIST-FILE.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 457-SCAN-ARCH
            UNTIL FILE-EOF
        CLOSE GAME-ARCH-FILE.

456-SCAN-HIST.
    READ GAME-HIST-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 458-NOTE-ROUND
    END-READ.

457-SCAN-ARCH.
    READ GAME-ARCH-FILE INTO GAME-HIST-RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 458-NOTE-ROUND
    END-READ.

458-NOTE-ROUND.
    IF GH-ROUND-ID NUMERIC AND GH-ROUND-ID > MAX-ROUND-ID
        MOVE GH-ROUND-ID TO MAX-ROUND-ID.
    MOVE GH-PLAYER-ID TO CHECK-ID.
    PERFORM 459-NOTE-ANON-ID.
    MOVE GH-SETTER-ID TO CHECK-ID.
    PERFORM 459-NOTE-ANON-ID.

459-NOTE-ANON-ID.
    IF CHECK-ID(1:4) = "ANON" AND CHECK-ID(5:6) NUMERIC
        IF CHECK-ID(5:6) > MAX-ANON-NBR
            MOVE CHECK-ID(5:6) TO MAX-ANON-NBR.

460-ADVANCE-ROUND-COUNTER.
    MOVE "ROUNDID" TO NN-NAME.
    READ NEXT-NBR-FILE
        INVALID KEY
            MOVE ZEROS TO NN-NEXT-ID
    END-READ.
    MOVE NN-NEXT-ID TO ROUND-COUNTER-OLD.
    MOVE NN-NEXT-ID TO ROUND-COUNTER-NEW.
    IF MAX-ROUND-ID > 0 AND NN-NEXT-ID <= MAX-ROUND-ID
        COMPUTE ROUND-COUNTER-NEW = MAX-ROUND-ID + 1
        MOVE ROUND-COUNTER-NEW TO NN-NEXT-ID
        IF WS-NN-STATUS = "00"
            REWRITE NEXT-NBR-RECORD
                INVALID KEY
                    MOVE ROUND-COUNTER-OLD TO ROUND-COUNTER-NEW
            END-REWRITE
        ELSE
            MOVE "ROUNDID" TO NN-NAME
            WRITE NEXT-NBR-RECORD
                INVALID KEY
                    MOVE ROUND-COUNTER-OLD TO ROUND-COUNTER-NEW
            END-WRITE
        END-IF
    END-IF.

465-ADVANCE-ANON-COUNTER.
    MOVE "ANONID" TO NN-NAME.
    READ NEXT-NBR-FILE
        INVALID KEY
            MOVE ZEROS TO NN-NEXT-ID
    END-READ.
    MOVE NN-NEXT-ID TO ANON-COUNTER-OLD.
    MOVE NN-NEXT-ID TO ANON-COUNTER-NEW.
    IF MAX-ANON-NBR > 0 AND NN-NEXT-ID <= MAX-ANON-NBR
        COMPUTE ANON-COUNTER-NEW = MAX-ANON-NBR + 1
        MOVE ANON-COUNTER-NEW TO NN-NEXT-ID
        IF WS-NN-STATUS = "00"
            REWRITE NEXT-NBR-RECORD
                INVALID KEY
                    MOVE ANON-COUNTER-OLD TO ANON-COUNTER-NEW
            END-REWRITE
        ELSE
            MOVE "ANONID" TO NN-NAME
            WRITE NEXT-NBR-RECORD
                INVALID KEY
                    MOVE ANON-COUNTER-OLD TO ANON-COUNTER-NEW
            END-WRITE
        END-IF
    END-IF.

470-CHECK-RUN-CONTROL.
    IF FT-SELECTED(9)
        OPEN I-O RUN-CTL-FILE
        IF WS-RC-STATUS = "00"
            MOVE SEL-GEN-DATE TO RC-DATE
            MOVE "RAND0029" TO RC-STEP
            READ RUN-CTL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF RC-RUNNING
                        MOVE "C" TO RC-STATUS
                        MOVE RC-START-TIME TO RC-END-TIME
                        MOVE SEL-GEN-RECORDS TO RC-REC-COUNT
                        REWRITE RUN-CTL-RECORD
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
            END-READ
            CLOSE RUN-CTL-FILE
        END-IF
        PERFORM 050-REGISTER-START.

490-CHECK-RESTORE.
    MOVE "Y" TO RESTORE-OK-SW.
    PERFORM 495-CHECK-ONE-RESTORE
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    IF RESTORE-OK
        MOVE "RESTORE COMPLETE - COUNTS AND HASH TOTALS AGREE"
            TO RPT-STATUS-LINE
    ELSE
        MOVE "RESTORE COUNTS DISAGREE - REVIEW BEFORE RESTARTING"
            TO RPT-STATUS-LINE.

495-CHECK-ONE-RESTORE.
    IF FT-SELECTED(FILE-IX)
        IF FT-LOADED(FILE-IX) NOT = FT-BK-COUNT(FILE-IX)
            OR FT-RECOUNT(FILE-IX) NOT = FT-BK-COUNT(FILE-IX)
            OR FT-REHASH(FILE-IX) NOT = FT-BK-HASH(FILE-IX)
            MOVE "N" TO RESTORE-OK-SW
            ADD 1 TO RT-MISMATCHES.

510-FIND-FILE.
    MOVE ZEROS TO FILE-HIT.
    PERFORM 515-MATCH-FILE
        VARYING SCAN-IX FROM 1 BY 1
        UNTIL SCAN-IX > FILE-COUNT OR FILE-HIT > 0.
    MOVE FILE-HIT TO FILE-IX.

515-MATCH-FILE.
    IF FDEF-NAME(SCAN-IX) = BK-FILE-NAME
        MOVE SCAN-IX TO FILE-HIT.

700-HASH-KEY.
    MOVE ZEROS TO RECORD-HASH.
    PERFORM 710-HASH-ONE-CHAR
        VARYING HASH-POS FROM 1 BY 1 UNTIL HASH-POS > HASH-KEY-LEN.

710-HASH-ONE-CHAR.
    MOVE HASH-KEY(HASH-POS:1) TO HASH-CHAR.
    MOVE ZEROS TO HASH-CHAR-VALUE.
    INSPECT HASH-ALPHABET TALLYING HASH-CHAR-VALUE
        FOR CHARACTERS BEFORE INITIAL HASH-CHAR.
    COMPUTE RECORD-HASH = RECORD-HASH + HASH-CHAR-VALUE * HASH-POS.

800-PRINT-REPORT.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    MOVE SEL-GEN-DATE TO RGL-DATE.
    MOVE SEL-GEN-TIME TO RGL-TIME.
    WRITE PRINT-LINE FROM RPT-GEN-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    IF GEN-FOUND
        WRITE PRINT-LINE FROM RPT-FILE-HEADING
        PERFORM 810-PRINT-FILE-LINE
            VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT
        WRITE PRINT-LINE FROM BLANK-LINE.
    IF GEN-VERIFIED AND FT-SELECTED(2)
        MOVE "ROUND ID COUNTER RESTORED" TO RCL-LABEL
        MOVE ROUND-COUNTER-OLD TO RCL-COUNT
        WRITE PRINT-LINE FROM RPT-COUNT-LINE
        MOVE "HIGHEST ROUND ID IN HISTORY" TO RCL-LABEL
        MOVE MAX-ROUND-ID TO RCL-COUNT
        WRITE PRINT-LINE FROM RPT-COUNT-LINE
        MOVE "ROUND ID COUNTER NOW" TO RCL-LABEL
        MOVE ROUND-COUNTER-NEW TO RCL-COUNT
        WRITE PRINT-LINE FROM RPT-COUNT-LINE
        IF ANON-COUNTER-NEW NOT = ANON-COUNTER-OLD
            MOVE "ANONYMOUS ID COUNTER NOW" TO RCL-LABEL
            MOVE ANON-COUNTER-NEW TO RCL-COUNT
            WRITE PRINT-LINE FROM RPT-COUNT-LINE
        END-IF
        WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "GENERATIONS ON FILE" TO RCL-LABEL.
    MOVE RT-GENS-SEEN TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "RECORDS LOADED" TO RCL-LABEL.
    MOVE RT-LOADED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "RECORDS REJECTED" TO RCL-LABEL.
    MOVE RT-REJECTED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "FILES OUT OF AGREEMENT" TO RCL-LABEL.
    MOVE RT-MISMATCHES TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    CLOSE PRINT-FILE.

810-PRINT-FILE-LINE.
    MOVE FDEF-NAME(FILE-IX) TO RFL-FILE.
    MOVE FT-BK-COUNT(FILE-IX) TO RFL-BACKUP.
    MOVE FT-LOADED(FILE-IX) TO RFL-LOADED.
    MOVE FT-REJECTED(FILE-IX) TO RFL-REJECTED.
    MOVE FT-RECOUNT(FILE-IX) TO RFL-RECOUNT.
    IF FT-DATA-COUNT(FILE-IX) NOT = FT-BK-COUNT(FILE-IX)
        OR FT-DATA-HASH(FILE-IX) NOT = FT-BK-HASH(FILE-IX)
        OR NOT FT-TRAILER-SEEN(FILE-IX)
        MOVE "BACKUP FAILED VERIFICATION" TO RFL-RESULT
    ELSE IF NOT FT-SELECTED(FILE-IX)
        MOVE "NOT SELECTED" TO RFL-RESULT
    ELSE IF NOT GEN-VERIFIED
        MOVE "NOT RESTORED" TO RFL-RESULT
    ELSE IF FT-LOADED(FILE-IX) NOT = FT-BK-COUNT(FILE-IX)
        OR FT-RECOUNT(FILE-IX) NOT = FT-BK-COUNT(FILE-IX)
        OR FT-REHASH(FILE-IX) NOT = FT-BK-HASH(FILE-IX)
        MOVE "COUNT/HASH DISAGREE" TO RFL-RESULT
    ELSE
        MOVE "RESTORED - AGREES" TO RFL-RESULT.
    WRITE PRINT-LINE FROM RPT-FILE-LINE.

995-RAISE-ALERT.
    MOVE "RAND0030" TO AA-PROGRAM.
    MOVE "RAND0030" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
