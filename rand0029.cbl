IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0029.

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
    SELECT BACKUP-FILE ASSIGN TO "MSTRBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKUP-STATUS.
    SELECT HOLD-FILE ASSIGN TO "BKUPHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.
    SELECT PRINT-FILE ASSIGN TO "BKUPPRT"
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

FD  BACKUP-FILE.
01  BACKUP-LINE                 PIC X(225).

FD  HOLD-FILE.
01  HOLD-LINE                   PIC X(225).

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
01  WS-BKUP-STATUS          PIC XX VALUES "00".
01  WS-HOLD-STATUS          PIC XX VALUES "00".

01  FILE-EOF-SW             PIC X VALUES "N".
    88  FILE-EOF                VALUES "Y".
01  BKUP-EOF-SW             PIC X VALUES "N".
    88  BKUP-EOF                VALUES "Y".
01  HOLD-EOF-SW             PIC X VALUES "N".
    88  HOLD-EOF                VALUES "Y".
01  BKUP-PRESENT-SW         PIC X VALUES "N".
    88  BKUP-PRESENT            VALUES "Y".
01  FORCE-SW                PIC X VALUES "N".
    88  FORCE-BACKUP            VALUES "Y".
01  BALANCED-SW             PIC X VALUES "N".
    88  COUNTS-BALANCED         VALUES "Y".
01  REWRITE-OK-SW           PIC X VALUES "N".
    88  REWRITE-OK              VALUES "Y".

01  WS-BUS-DATE             PIC X(08).
01  WS-NOW                  PIC 9(08).
01  GENERATIONS             PIC 99 VALUES 7.
01  FILE-IX                 PIC 99 VALUES ZEROS.
01  FILE-COUNT              PIC 99 VALUES 16.
01  GN-IX                   PIC 999 VALUES ZEROS.
01  GN-HIT                  PIC 999 VALUES ZEROS.
01  GN-COUNT                PIC 999 VALUES ZEROS.
01  GN-MAX                  PIC 999 VALUES 99.
01  GENS-KEPT               PIC 999 VALUES ZEROS.
01  STEPS-RUNNING           PIC 999 VALUES ZEROS.
01  ROUND-COUNTER           PIC 9(09) VALUES ZEROS.

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
        10  FT-PRESENT-SW   PIC X.
            88  FT-PRESENT      VALUES "Y".
        10  FT-READ         PIC 9(09).
        10  FT-WRITTEN      PIC 9(09).
        10  FT-HASH         PIC 9(15).

01  GENERATION-TABLE.
    05  GN-ENTRY OCCURS 99 TIMES.
        10  GN-DATE         PIC X(08).
        10  GN-TIME         PIC 9(08).
        10  GN-COMPLETE-SW  PIC X.
            88  GN-COMPLETE     VALUES "Y".
        10  GN-KEEP-SW      PIC X.
            88  GN-KEEP         VALUES "Y".
        10  GN-RECORDS      PIC 9(09).

01  BACKUP-TOTALS.
    05  BT-OLD-READ         PIC 9(09) VALUES ZEROS.
    05  BT-OLD-KEPT         PIC 9(09) VALUES ZEROS.
    05  BT-OLD-DROPPED      PIC 9(09) VALUES ZEROS.
    05  BT-UNLOADED         PIC 9(09) VALUES ZEROS.
    05  BT-HELD             PIC 9(09) VALUES ZEROS.
    05  BT-REWRITTEN        PIC 9(09) VALUES ZEROS.
    05  BT-HASH             PIC 9(15) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*     Guess the Number - Master File Backup          *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-DATE-LINE.
    05  FILLER              PIC X(15) VALUES "BUSINESS DATE: ".
    05  RD-BUS-DATE         PIC X(08).
    05  FILLER              PIC X(19) VALUES "  GENERATION TIME: ".
    05  RD-GEN-TIME         PIC 9(08).

01  RPT-FILE-HEADING        PIC X(70) VALUES
    "FILE          RECORDS        HASH TOTAL  RESULT".

01  RPT-FILE-LINE.
    05  RFL-FILE            PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-RECORDS         PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-HASH            PIC Z(14)9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-RESULT          PIC X(20).

01  RPT-GEN-HEADING         PIC X(70) VALUES
    "GENERATION    TIME          RECORDS  DISPOSITION".

01  RPT-GEN-LINE.
    05  RGL-DATE            PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RGL-TIME            PIC 9(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RGL-RECORDS         PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RGL-DISPOSITION     PIC X(20).

01  RPT-STEP-LINE.
    05  FILLER              PIC X(05) VALUES "STEP ".
    05  RSL-STEP            PIC X(08).
    05  FILLER              PIC X(24) VALUES " STILL RUNNING FOR DATE ".
    05  RSL-DATE            PIC X(08).

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
        10  LS-GENERATIONS  PIC 99.
        10  LS-FORCE-FLAG   PIC X.

PROCEDURE DIVISION USING LS-PARM-INFO.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0029 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
PERFORM 100-CHECK-STREAM.
IF STEPS-RUNNING > 0 AND NOT FORCE-BACKUP
    MOVE "NIGHTLY STREAM NOT AT A CONSISTENT POINT - NO BACKUP"
        TO RPT-STATUS-LINE
    PERFORM 800-PRINT-REPORT
    MOVE "E" TO AA-SEVERITY
    MOVE RPT-STATUS-LINE TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT
    STOP RUN.
PERFORM 200-SCAN-GENERATIONS.
PERFORM 250-CHOOSE-GENERATIONS.
OPEN OUTPUT HOLD-FILE.
PERFORM 260-COPY-RETAINED.
PERFORM 300-UNLOAD-FILES.
CLOSE HOLD-FILE.
PERFORM 400-CHECK-UNLOAD.
IF COUNTS-BALANCED
    PERFORM 500-REWRITE-BACKUP.
PERFORM 800-PRINT-REPORT.
IF COUNTS-BALANCED AND REWRITE-OK
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
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0029" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE BT-UNLOADED TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    PERFORM 010-GET-PARM.
    MOVE RP-BUS-DATE TO WS-BUS-DATE.
    ACCEPT WS-NOW FROM TIME.
    MOVE ZEROS TO FILE-COUNTS.
    PERFORM 020-CLEAR-FILE-COUNTS
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    OPEN OUTPUT PRINT-FILE.

010-GET-PARM.
    MOVE 7 TO GENERATIONS.
    IF LS-PARM-LENGTH >= 2
        IF LS-GENERATIONS NUMERIC AND LS-GENERATIONS > 0
            MOVE LS-GENERATIONS TO GENERATIONS.
    IF LS-PARM-LENGTH >= 3
        IF LS-FORCE-FLAG = "F"
            MOVE "Y" TO FORCE-SW.

020-CLEAR-FILE-COUNTS.
    MOVE "N" TO FT-PRESENT-SW(FILE-IX).

100-CHECK-STREAM.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RC-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        MOVE WS-BUS-DATE TO RC-DATE
        MOVE LOW-VALUES TO RC-STEP
        START RUN-CTL-FILE KEY >= RC-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 110-CHECK-ONE-STEP
            UNTIL FILE-EOF
        CLOSE RUN-CTL-FILE.

110-CHECK-ONE-STEP.
    READ RUN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            IF RC-DATE NOT = WS-BUS-DATE
                MOVE "Y" TO FILE-EOF-SW
            ELSE
                IF RC-RUNNING AND RC-STEP NOT = "RAND0029"
                    ADD 1 TO STEPS-RUNNING
                    DISPLAY "RAND0029 STEP " RC-STEP
                        " STILL RUNNING FOR " WS-BUS-DATE
                END-IF
            END-IF
    END-READ.

200-SCAN-GENERATIONS.
    OPEN INPUT BACKUP-FILE.
    IF WS-BKUP-STATUS = "00"
        MOVE "Y" TO BKUP-PRESENT-SW
        MOVE "N" TO BKUP-EOF-SW
        PERFORM 210-NOTE-BACKUP-RECORD
            UNTIL BKUP-EOF
        CLOSE BACKUP-FILE.

210-NOTE-BACKUP-RECORD.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            ADD 1 TO BT-OLD-READ
            PERFORM 220-FIND-GENERATION
            IF GN-HIT = 0 AND GN-COUNT < GN-MAX
                ADD 1 TO GN-COUNT
                MOVE GN-COUNT TO GN-HIT
                MOVE BK-GEN-DATE TO GN-DATE(GN-HIT)
                MOVE BK-GEN-TIME TO GN-TIME(GN-HIT)
                MOVE "N" TO GN-COMPLETE-SW(GN-HIT)
                MOVE "N" TO GN-KEEP-SW(GN-HIT)
                MOVE ZEROS TO GN-RECORDS(GN-HIT)
            END-IF
            IF GN-HIT > 0
                IF BK-DATA-REC
                    ADD 1 TO GN-RECORDS(GN-HIT)
                END-IF
                IF BK-GEN-TRAILER
                    MOVE "Y" TO GN-COMPLETE-SW(GN-HIT)
                END-IF
            END-IF
    END-READ.

220-FIND-GENERATION.
    MOVE ZEROS TO GN-HIT.
    PERFORM 225-MATCH-GENERATION
        VARYING GN-IX FROM GN-COUNT BY -1
        UNTIL GN-IX < 1 OR GN-HIT > 0.

225-MATCH-GENERATION.
    IF GN-DATE(GN-IX) = BK-GEN-DATE AND GN-TIME(GN-IX) = BK-GEN-TIME
        MOVE GN-IX TO GN-HIT.

250-CHOOSE-GENERATIONS.
    MOVE ZEROS TO GENS-KEPT.
    PERFORM 255-CHOOSE-ONE-GENERATION
        VARYING GN-IX FROM GN-COUNT BY -1 UNTIL GN-IX < 1.

255-CHOOSE-ONE-GENERATION.
    IF GN-COMPLETE(GN-IX)
        AND GN-DATE(GN-IX) NOT = WS-BUS-DATE
        AND GENS-KEPT < GENERATIONS - 1
        MOVE "Y" TO GN-KEEP-SW(GN-IX)
        ADD 1 TO GENS-KEPT.

260-COPY-RETAINED.
    IF BKUP-PRESENT
        OPEN INPUT BACKUP-FILE
        MOVE "N" TO BKUP-EOF-SW
        PERFORM 265-COPY-ONE-RETAINED
            UNTIL BKUP-EOF
        CLOSE BACKUP-FILE.

265-COPY-ONE-RETAINED.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            PERFORM 220-FIND-GENERATION
            IF GN-HIT > 0 AND GN-KEEP(GN-HIT)
                WRITE HOLD-LINE FROM BACKUP-RECORD
                IF WS-HOLD-STATUS = "00"
                    ADD 1 TO BT-OLD-KEPT
                    ADD 1 TO BT-HELD
                END-IF
            ELSE
                ADD 1 TO BT-OLD-DROPPED
            END-IF
    END-READ.

300-UNLOAD-FILES.
    MOVE WS-BUS-DATE TO BK-GEN-DATE.
    MOVE WS-NOW TO BK-GEN-TIME.
    MOVE "H" TO BK-REC-TYPE.
    MOVE SPACES TO BK-FILE-NAME.
    MOVE SPACES TO BK-DATA.
    PERFORM 390-WRITE-HOLD.
    PERFORM 310-UNLOAD-PLAYERSC.
    PERFORM 315-UNLOAD-GAMENNBR.
    PERFORM 320-UNLOAD-CHALLNGE.
    PERFORM 325-UNLOAD-PLAYBDGE.
    PERFORM 330-UNLOAD-TOURNCTL.
    PERFORM 335-UNLOAD-TOURNENR.
    PERFORM 340-UNLOAD-HOUSRULE.
    PERFORM 345-UNLOAD-SESSLOCK.
    PERFORM 350-UNLOAD-RUNCTL.
    PERFORM 352-UNLOAD-OPERAUTH.
    PERFORM 355-UNLOAD-PLAYCRED.
    PERFORM 358-UNLOAD-INVCASE.
    PERFORM 362-UNLOAD-TOURNBRK.
    PERFORM 365-UNLOAD-GUESSDTL.
    PERFORM 368-UNLOAD-ALERTLOG.
    PERFORM 372-UNLOAD-STMTCKPT.
    MOVE "E" TO BK-REC-TYPE.
    MOVE SPACES TO BK-FILE-NAME.
    MOVE SPACES TO BK-DATA.
    MOVE BT-UNLOADED TO BK-REC-COUNT.
    MOVE BT-HASH TO BK-HASH-TOTAL.
    PERFORM 390-WRITE-HOLD.

310-UNLOAD-PLAYERSC.
    MOVE 1 TO FILE-IX.
    OPEN INPUT PLAYER-SCORE-FILE.
    IF WS-PS-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 311-READ-PLAYERSC
            UNTIL FILE-EOF
        CLOSE PLAYER-SCORE-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

311-READ-PLAYERSC.
    READ PLAYER-SCORE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE PLAYER-SCORE-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

315-UNLOAD-GAMENNBR.
    MOVE 2 TO FILE-IX.
    OPEN INPUT NEXT-NBR-FILE.
    IF WS-NN-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 316-READ-GAMENNBR
            UNTIL FILE-EOF
        CLOSE NEXT-NBR-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

316-READ-GAMENNBR.
    READ NEXT-NBR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            IF NN-NAME = "ROUNDID"
                MOVE NN-NEXT-ID TO ROUND-COUNTER
            END-IF
            MOVE NEXT-NBR-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

320-UNLOAD-CHALLNGE.
    MOVE 3 TO FILE-IX.
    OPEN INPUT CHALLENGE-FILE.
    IF WS-CH-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 321-READ-CHALLNGE
            UNTIL FILE-EOF
        CLOSE CHALLENGE-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

321-READ-CHALLNGE.
    READ CHALLENGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE CHALLENGE-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

325-UNLOAD-PLAYBDGE.
    MOVE 4 TO FILE-IX.
    OPEN INPUT BADGE-FILE.
    IF WS-BG-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 326-READ-PLAYBDGE
            UNTIL FILE-EOF
        CLOSE BADGE-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

326-READ-PLAYBDGE.
    READ BADGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE PLAYER-BADGE-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

330-UNLOAD-TOURNCTL.
    MOVE 5 TO FILE-IX.
    OPEN INPUT TOURN-CTL-FILE.
    IF WS-TC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 331-READ-TOURNCTL
            UNTIL FILE-EOF
        CLOSE TOURN-CTL-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

331-READ-TOURNCTL.
    READ TOURN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE TOURN-CTL-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

335-UNLOAD-TOURNENR.
    MOVE 6 TO FILE-IX.
    OPEN INPUT TOURN-ENR-FILE.
    IF WS-TE-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 336-READ-TOURNENR
            UNTIL FILE-EOF
        CLOSE TOURN-ENR-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

336-READ-TOURNENR.
    READ TOURN-ENR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE TOURN-ENR-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

340-UNLOAD-HOUSRULE.
    MOVE 7 TO FILE-IX.
    OPEN INPUT HOUSE-RULES-FILE.
    IF WS-HR-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 341-READ-HOUSRULE
            UNTIL FILE-EOF
        CLOSE HOUSE-RULES-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

341-READ-HOUSRULE.
    READ HOUSE-RULES-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE HOUSE-RULES-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

345-UNLOAD-SESSLOCK.
    MOVE 8 TO FILE-IX.
    OPEN INPUT SESS-LOCK-FILE.
    IF WS-SL-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 346-READ-SESSLOCK
            UNTIL FILE-EOF
        CLOSE SESS-LOCK-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

346-READ-SESSLOCK.
    READ SESS-LOCK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE SESS-LOCK-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

350-UNLOAD-RUNCTL.
    MOVE 9 TO FILE-IX.
    OPEN INPUT RUN-CTL-FILE.
    IF WS-RC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 351-READ-RUNCTL
            UNTIL FILE-EOF
        CLOSE RUN-CTL-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

351-READ-RUNCTL.
    READ RUN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE RUN-CTL-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

352-UNLOAD-OPERAUTH.
    MOVE 10 TO FILE-IX.
    OPEN INPUT OPER-AUTH-FILE.
    IF WS-OA-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 353-READ-OPERAUTH
            UNTIL FILE-EOF
        CLOSE OPER-AUTH-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

353-READ-OPERAUTH.
    READ OPER-AUTH-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE OPER-AUTH-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

355-UNLOAD-PLAYCRED.
    MOVE 11 TO FILE-IX.
    OPEN INPUT PLAYER-CRED-FILE.
    IF WS-PC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 356-READ-PLAYCRED
            UNTIL FILE-EOF
        CLOSE PLAYER-CRED-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

356-READ-PLAYCRED.
    READ PLAYER-CRED-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE PLAYER-CRED-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

358-UNLOAD-INVCASE.
    MOVE 12 TO FILE-IX.
    OPEN INPUT INVEST-CASE-FILE.
    IF WS-IC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 359-READ-INVCASE
            UNTIL FILE-EOF
        CLOSE INVEST-CASE-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

359-READ-INVCASE.
    READ INVEST-CASE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE INVEST-CASE-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

362-UNLOAD-TOURNBRK.
    MOVE 13 TO FILE-IX.
    OPEN INPUT TOURN-BRK-FILE.
    IF WS-BM-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 363-READ-TOURNBRK
            UNTIL FILE-EOF
        CLOSE TOURN-BRK-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

363-READ-TOURNBRK.
    READ TOURN-BRK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE BRACKET-MATCH-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

365-UNLOAD-GUESSDTL.
    MOVE 14 TO FILE-IX.
    OPEN INPUT GUESS-DTL-FILE.
    IF WS-GD-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 366-READ-GUESSDTL
            UNTIL FILE-EOF
        CLOSE GUESS-DTL-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

366-READ-GUESSDTL.
    READ GUESS-DTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE GUESS-DETAIL-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

368-UNLOAD-ALERTLOG.
    MOVE 15 TO FILE-IX.
    OPEN INPUT ALERT-FILE.
    IF WS-AL-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 369-READ-ALERTLOG
            UNTIL FILE-EOF
        CLOSE ALERT-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

369-READ-ALERTLOG.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE ALERT-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

372-UNLOAD-STMTCKPT.
    MOVE 16 TO FILE-IX.
    OPEN INPUT STMT-CKPT-FILE.
    IF WS-SK-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 373-READ-STMTCKPT
            UNTIL FILE-EOF
        CLOSE STMT-CKPT-FILE.
    PERFORM 385-WRITE-FILE-TRAILER.

373-READ-STMTCKPT.
    READ STMT-CKPT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE STMT-CKPT-RECORD TO BK-DATA
            PERFORM 380-WRITE-BACKUP-DATA
    END-READ.

380-WRITE-BACKUP-DATA.
    ADD 1 TO FT-READ(FILE-IX).
    MOVE "D" TO BK-REC-TYPE.
    MOVE FDEF-NAME(FILE-IX) TO BK-FILE-NAME.
    MOVE SPACES TO HASH-KEY.
    MOVE FDEF-KEY-LEN(FILE-IX) TO HASH-KEY-LEN.
    MOVE BK-DATA(1:HASH-KEY-LEN) TO HASH-KEY.
    PERFORM 700-HASH-KEY.
    ADD RECORD-HASH TO FT-HASH(FILE-IX).
    PERFORM 390-WRITE-HOLD.
    IF WS-HOLD-STATUS = "00"
        ADD 1 TO FT-WRITTEN(FILE-IX).

385-WRITE-FILE-TRAILER.
    MOVE "T" TO BK-REC-TYPE.
    MOVE FDEF-NAME(FILE-IX) TO BK-FILE-NAME.
    MOVE SPACES TO BK-DATA.
    MOVE FT-READ(FILE-IX) TO BK-REC-COUNT.
    MOVE FT-HASH(FILE-IX) TO BK-HASH-TOTAL.
    PERFORM 390-WRITE-HOLD.
    ADD FT-READ(FILE-IX) TO BT-UNLOADED.
    ADD FT-HASH(FILE-IX) TO BT-HASH.

390-WRITE-HOLD.
    WRITE HOLD-LINE FROM BACKUP-RECORD.
    IF WS-HOLD-STATUS = "00"
        ADD 1 TO BT-HELD.

400-CHECK-UNLOAD.
    MOVE "Y" TO BALANCED-SW.
    PERFORM 410-CHECK-ONE-FILE
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    IF BT-HELD NOT = BT-OLD-KEPT + BT-UNLOADED + FILE-COUNT + 2
        MOVE "N" TO BALANCED-SW.
    IF NOT COUNTS-BALANCED
        MOVE "UNLOAD COUNTS OUT OF BALANCE - MSTRBKUP LEFT UNTOUCHED"
            TO RPT-STATUS-LINE.

410-CHECK-ONE-FILE.
    IF FT-WRITTEN(FILE-IX) NOT = FT-READ(FILE-IX)
        MOVE "N" TO BALANCED-SW.

500-REWRITE-BACKUP.
    OPEN OUTPUT BACKUP-FILE.
    OPEN INPUT HOLD-FILE.
    MOVE "N" TO HOLD-EOF-SW.
    PERFORM 910-READ-HOLD.
    PERFORM 510-COPY-BACK
        UNTIL HOLD-EOF.
    CLOSE BACKUP-FILE.
    CLOSE HOLD-FILE.
    IF BT-REWRITTEN = BT-HELD
        MOVE "Y" TO REWRITE-OK-SW
        MOVE "BACKUP COMPLETE - GENERATION RECORDED IN RUN CONTROL"
            TO RPT-STATUS-LINE
    ELSE
        MOVE "REWRITE COUNT MISMATCH - REVIEW BKUPHOLD BEFORE RERUN"
            TO RPT-STATUS-LINE.

510-COPY-BACK.
    WRITE BACKUP-LINE FROM HOLD-LINE.
    IF WS-BKUP-STATUS = "00"
        ADD 1 TO BT-REWRITTEN.
    PERFORM 910-READ-HOLD.

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
    MOVE WS-BUS-DATE TO RD-BUS-DATE.
    MOVE WS-NOW TO RD-GEN-TIME.
    WRITE PRINT-LINE FROM RPT-DATE-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    IF STEPS-RUNNING > 0
        MOVE "NIGHTLY STEPS STILL RUNNING" TO RCL-LABEL
        MOVE STEPS-RUNNING TO RCL-COUNT
        WRITE PRINT-LINE FROM RPT-COUNT-LINE
        IF FORCE-BACKUP
            MOVE "BACKUP FORCED BY OPERATOR PARM" TO PRINT-LINE
            WRITE PRINT-LINE
        END-IF
        WRITE PRINT-LINE FROM BLANK-LINE.
    IF NOT FORCE-BACKUP AND STEPS-RUNNING > 0
        WRITE PRINT-LINE FROM RPT-STATUS-LINE
        CLOSE PRINT-FILE
    ELSE
        PERFORM 810-PRINT-DETAIL.

810-PRINT-DETAIL.
    WRITE PRINT-LINE FROM RPT-FILE-HEADING.
    PERFORM 820-PRINT-FILE-LINE
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "ROUND ID COUNTER SAVED" TO RCL-LABEL.
    MOVE ROUND-COUNTER TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-GEN-HEADING.
    PERFORM 830-PRINT-GENERATION
        VARYING GN-IX FROM 1 BY 1 UNTIL GN-IX > GN-COUNT.
    MOVE WS-BUS-DATE TO RGL-DATE.
    MOVE WS-NOW TO RGL-TIME.
    MOVE BT-UNLOADED TO RGL-RECORDS.
    MOVE "NEW" TO RGL-DISPOSITION.
    WRITE PRINT-LINE FROM RPT-GEN-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "GENERATIONS TO KEEP" TO RCL-LABEL.
    MOVE GENERATIONS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "RECORDS UNLOADED" TO RCL-LABEL.
    MOVE BT-UNLOADED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "OLD BACKUP RECORDS READ" TO RCL-LABEL.
    MOVE BT-OLD-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "OLD BACKUP RECORDS KEPT" TO RCL-LABEL.
    MOVE BT-OLD-KEPT TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "OLD BACKUP RECORDS DROPPED" TO RCL-LABEL.
    MOVE BT-OLD-DROPPED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BACKUP RECORDS WRITTEN" TO RCL-LABEL.
    MOVE BT-REWRITTEN TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    CLOSE PRINT-FILE.

820-PRINT-FILE-LINE.
    MOVE FDEF-NAME(FILE-IX) TO RFL-FILE.
    MOVE FT-READ(FILE-IX) TO RFL-RECORDS.
    MOVE FT-HASH(FILE-IX) TO RFL-HASH.
    IF NOT FT-PRESENT(FILE-IX)
        MOVE "NOT PRESENT" TO RFL-RESULT
    ELSE IF FT-WRITTEN(FILE-IX) NOT = FT-READ(FILE-IX)
        MOVE "WRITE FAILURES" TO RFL-RESULT
    ELSE
        MOVE "UNLOADED" TO RFL-RESULT.
    WRITE PRINT-LINE FROM RPT-FILE-LINE.

830-PRINT-GENERATION.
    MOVE GN-DATE(GN-IX) TO RGL-DATE.
    MOVE GN-TIME(GN-IX) TO RGL-TIME.
    MOVE GN-RECORDS(GN-IX) TO RGL-RECORDS.
    IF GN-KEEP(GN-IX)
        MOVE "KEPT" TO RGL-DISPOSITION
    ELSE IF NOT GN-COMPLETE(GN-IX)
        MOVE "INCOMPLETE - DROPPED" TO RGL-DISPOSITION
    ELSE IF GN-DATE(GN-IX) = WS-BUS-DATE
        MOVE "REPLACED" TO RGL-DISPOSITION
    ELSE
        MOVE "EXPIRED" TO RGL-DISPOSITION.
    WRITE PRINT-LINE FROM RPT-GEN-LINE.

910-READ-HOLD.
    READ HOLD-FILE
        AT END
            MOVE "Y" TO HOLD-EOF-SW
    END-READ.

995-RAISE-ALERT.
    MOVE "RAND0029" TO AA-PROGRAM.
    MOVE "RAND0029" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
