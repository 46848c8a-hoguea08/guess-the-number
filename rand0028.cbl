IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0028.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ERASE-REQ-FILE ASSIGN TO "ERASEREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.
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
    SELECT BADGE-FILE ASSIGN TO "PLAYBDGE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BG-KEY
        FILE STATUS IS WS-BG-STATUS.
    SELECT CHALLENGE-FILE ASSIGN TO "CHALLNGE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-KEY
        FILE STATUS IS WS-CH-STATUS.
    SELECT TOURN-ENR-FILE ASSIGN TO "TOURNENR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TE-KEY
        FILE STATUS IS WS-TE-STATUS.
    SELECT TOURN-CTL-FILE ASSIGN TO "TOURNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TC-EVENT-ID
        FILE STATUS IS WS-TC-STATUS.
    SELECT BRACKET-FILE ASSIGN TO "TOURNBRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-KEY
        FILE STATUS IS WS-BM-STATUS.
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
    SELECT NEXT-NBR-FILE ASSIGN TO "GAMENNBR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NN-NAME
        FILE STATUS IS WS-NN-STATUS.
    SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
    SELECT CERT-FILE ASSIGN TO "GAMECERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.
    SELECT REL-FILE ASSIGN TO "GAMEREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REL-STATUS.
    SELECT SUSP-FILE ASSIGN TO "GAMESUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-STATUS.
    SELECT SCRAP-FILE ASSIGN TO "GAMESCRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCRAP-STATUS.
    SELECT GAME-LEDG-FILE ASSIGN TO "GAMELEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDG-STATUS.
    SELECT LEDG-ARCH-FILE ASSIGN TO "LEDGARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LARCH-STATUS.
    SELECT HOF-FILE ASSIGN TO "TOURNHOF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOF-STATUS.
    SELECT GAME-AUDIT-FILE ASSIGN TO "GAMEAUDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT ERASE-HOLD-FILE ASSIGN TO "ERASHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.
    SELECT BACKUP-FILE ASSIGN TO "MSTRBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BKUP-STATUS.
    SELECT BKUP-HOLD-FILE ASSIGN TO "ERASBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BH-STATUS.
    SELECT PRINT-FILE ASSIGN TO "ERASPRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ERASE-REQ-FILE.
01  ERASE-REQ-RECORD.
    05  ER-PLAYER-ID        PIC X(10).
    05  FILLER              PIC X(01).
    05  ER-REFERENCE        PIC X(12).

FD  PLAYER-SCORE-FILE.
    COPY PLAYERSC.

FD  PLAYER-CRED-FILE.
    COPY PLAYCRED.

FD  INVEST-CASE-FILE.
    COPY INVCASE.

FD  BADGE-FILE.
    COPY PLAYBDGE.

FD  CHALLENGE-FILE.
    COPY CHALLNGE.

FD  TOURN-ENR-FILE.
    COPY TOURNENR.

FD  TOURN-CTL-FILE.
    COPY TOURNCTL.

FD  BRACKET-FILE.
    COPY TOURNBRK.

FD  ALERT-FILE.
    COPY ALERTREC.

FD  STMT-CKPT-FILE.
    COPY STMTCKPT.

FD  SESS-LOCK-FILE.
    COPY SESSLOCK.

FD  GAME-CKPT-FILE.
    COPY GAMECKPT.

FD  NEXT-NBR-FILE.
    COPY GAMENNBR.

FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  CERT-FILE.
01  CERT-RECORD                 PIC X(54).

FD  REL-FILE.
01  REL-RECORD                  PIC X(54).

FD  SUSP-FILE.
01  SUSP-RECORD                 PIC X(58).

FD  SCRAP-FILE.
01  SCRAP-RECORD                PIC X(118).

FD  GAME-LEDG-FILE.
    COPY GAMELEDG.

FD  LEDG-ARCH-FILE.
01  LARCH-RECORD                PIC X(46).

FD  HOF-FILE.
01  HOF-RECORD                  PIC X(65).

FD  GAME-AUDIT-FILE.
01  AUDIT-LINE                  PIC X(130).

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE              PIC X(102).

FD  ERASE-HOLD-FILE.
01  HOLD-RECORD.
    05  HR-FILE-IX          PIC 99.
    05  HR-IMAGE            PIC X(130).

FD  BACKUP-FILE.
01  BACKUP-LINE                 PIC X(225).

FD  BKUP-HOLD-FILE.
01  BKUP-HOLD-LINE              PIC X(225).

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

WORKING-STORAGE SECTION.

COPY MAINTLOG.
COPY BKUPREC.

01  WS-REQ-STATUS           PIC XX VALUES "00".
01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-PC-STATUS            PIC XX VALUES "00".
01  WS-IC-STATUS            PIC XX VALUES "00".
01  WS-BG-STATUS            PIC XX VALUES "00".
01  WS-CH-STATUS            PIC XX VALUES "00".
01  WS-TE-STATUS            PIC XX VALUES "00".
01  WS-TC-STATUS            PIC XX VALUES "00".
01  WS-BM-STATUS            PIC XX VALUES "00".
01  WS-AL-STATUS            PIC XX VALUES "00".
01  WS-SL-STATUS            PIC XX VALUES "00".
01  WS-CKPT-STATUS          PIC XX VALUES "00".
01  WS-SK-STATUS            PIC XX VALUES "00".
01  WS-NN-STATUS            PIC XX VALUES "00".
01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-CERT-STATUS          PIC XX VALUES "00".
01  WS-REL-STATUS           PIC XX VALUES "00".
01  WS-SUSP-STATUS          PIC XX VALUES "00".
01  WS-SCRAP-STATUS         PIC XX VALUES "00".
01  WS-LEDG-STATUS          PIC XX VALUES "00".
01  WS-LARCH-STATUS         PIC XX VALUES "00".
01  WS-HOF-STATUS           PIC XX VALUES "00".
01  WS-AUDIT-STATUS         PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  WS-HOLD-STATUS          PIC XX VALUES "00".
01  WS-WRITE-STATUS         PIC XX VALUES "00".
01  WS-BKUP-STATUS          PIC XX VALUES "00".
01  WS-BH-STATUS            PIC XX VALUES "00".

01  FILE-EOF-SW             PIC X VALUES "N".
    88  FILE-EOF                VALUES "Y".
01  HOLD-EOF-SW             PIC X VALUES "N".
    88  HOLD-EOF                VALUES "Y".
01  REC-CHANGED-SW          PIC X VALUES "N".
    88  REC-CHANGED             VALUES "Y".
01  RECORD-FOUND-SW         PIC X VALUES "N".
    88  RECORD-FOUND            VALUES "Y".
01  SL-OPEN-SW              PIC X VALUES "N".
    88  SL-OPEN                 VALUES "Y".
01  CKPT-OPEN-SW            PIC X VALUES "N".
    88  CKPT-OPEN               VALUES "Y".
01  CKPT-EOF-SW             PIC X VALUES "N".
    88  CKPT-EOF                VALUES "Y".
01  SK-OPEN-SW              PIC X VALUES "N".
    88  SK-OPEN                 VALUES "Y".
01  SK-EOF-SW               PIC X VALUES "N".
    88  SK-EOF                  VALUES "Y".
01  PS-OPEN-SW              PIC X VALUES "N".
    88  PS-OPEN                 VALUES "Y".
01  TOKEN-FREE-SW           PIC X VALUES "N".
    88  TOKEN-FREE              VALUES "Y".
01  BALANCED-SW             PIC X VALUES "N".
    88  COUNTS-BALANCED         VALUES "Y".
01  REWRITE-OK-SW           PIC X VALUES "Y".
    88  REWRITE-OK              VALUES "Y".
01  BKUP-EOF-SW             PIC X VALUES "N".
    88  BKUP-EOF                VALUES "Y".
01  BKUP-BALANCED-SW        PIC X VALUES "Y".
    88  BKUP-BALANCED           VALUES "Y".
01  GEN-CHANGED-SW          PIC X VALUES "N".
    88  GEN-CHANGED             VALUES "Y".

01  ANON-REC                PIC X(130) VALUES SPACES.
01  SWAP-ID                 PIC X(10) VALUES SPACES.
01  SWAP-POS                PIC 999 VALUES ZEROS.
01  FILE-IX                 PIC 99 VALUES ZEROS.
01  RQ-IX                   PIC 999 VALUES ZEROS.
01  HIT-IX                  PIC 999 VALUES ZEROS.
01  SCAN-IX                 PIC 999 VALUES ZEROS.
01  KH-IX                   PIC 999 VALUES ZEROS.
01  RQ-MAX                  PIC 999 VALUES 100.
01  KH-MAX                  PIC 999 VALUES 500.
01  RQ-COUNT                PIC 999 VALUES ZEROS.
01  KH-COUNT                PIC 999 VALUES ZEROS.
01  SEQ-FIRST-IX            PIC 99 VALUES 11.
01  FILE-COUNT              PIC 99 VALUES 21.
01  WS-RUN-DATE             PIC X(08).
01  BD-IX                   PIC 99 VALUES ZEROS.
01  BD-HIT                  PIC 99 VALUES ZEROS.
01  BD-COUNT                PIC 99 VALUES 16.
01  ERASED-COMMENT          PIC X(40) VALUES
    "COMMENT REMOVED - PLAYER DATA ERASED".

01  HASH-ALPHABET           PIC X(66) VALUES
    " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz-*.".
01  HASH-KEY                PIC X(30) VALUES SPACES.
01  HASH-KEY-LEN            PIC 999 VALUES ZEROS.
01  HASH-POS                PIC 999 VALUES ZEROS.
01  HASH-CHAR               PIC X VALUES SPACES.
01  HASH-CHAR-VALUE         PIC 999 VALUES ZEROS.
01  RECORD-HASH             PIC 9(09) VALUES ZEROS.

01  ANON-TOKEN.
    05  FILLER              PIC X(04) VALUES "ANON".
    05  AT-NBR              PIC 9(06).

01  FILE-DEFS.
    05  FILLER              PIC X(14) VALUES "PLAYERSC000000".
    05  FILLER              PIC X(14) VALUES "PLAYCRED000000".
    05  FILLER              PIC X(14) VALUES "INVCASE 000000".
    05  FILLER              PIC X(14) VALUES "PLAYBDGE000000".
    05  FILLER              PIC X(14) VALUES "CHALLNGE000000".
    05  FILLER              PIC X(14) VALUES "TOURNENR000000".
    05  FILLER              PIC X(14) VALUES "TOURNCTL000000".
    05  FILLER              PIC X(14) VALUES "TOURNBRK000000".
    05  FILLER              PIC X(14) VALUES "ALERTLOG000000".
    05  FILLER              PIC X(14) VALUES "STMTCKPT000000".
    05  FILLER              PIC X(14) VALUES "GAMEHIST023033".
    05  FILLER              PIC X(14) VALUES "GAMEARCH023033".
    05  FILLER              PIC X(14) VALUES "GAMECERT023033".
    05  FILLER              PIC X(14) VALUES "GAMEREL 023033".
    05  FILLER              PIC X(14) VALUES "GAMESUSP027037".
    05  FILLER              PIC X(14) VALUES "GAMESCRP087097".
    05  FILLER              PIC X(14) VALUES "GAMELEDG017000".
    05  FILLER              PIC X(14) VALUES "LEDGARCH017000".
    05  FILLER              PIC X(14) VALUES "TOURNHOF039000".
    05  FILLER              PIC X(14) VALUES "GAMEAUDT010000".
    05  FILLER              PIC X(14) VALUES "PLAYMLOG041052".
01  FILE-DEF-TABLE REDEFINES FILE-DEFS.
    05  FILE-DEF OCCURS 21 TIMES.
        10  FDEF-NAME       PIC X(08).
        10  FDEF-POS-1      PIC 999.
        10  FDEF-POS-2      PIC 999.

01  BACKUP-DEFS.
    05  FILLER              PIC X(20) VALUES "PLAYERSC010001000000".
    05  FILLER              PIC X(20) VALUES "GAMENNBR008000000000".
    05  FILLER              PIC X(20) VALUES "CHALLNGE026001027000".
    05  FILLER              PIC X(20) VALUES "PLAYBDGE018001000000".
    05  FILLER              PIC X(20) VALUES "TOURNCTL008047000000".
    05  FILLER              PIC X(20) VALUES "TOURNENR018009000000".
    05  FILLER              PIC X(20) VALUES "HOUSRULE008000000000".
    05  FILLER              PIC X(20) VALUES "SESSLOCK010001000000".
    05  FILLER              PIC X(20) VALUES "RUNCTL  016000000000".
    05  FILLER              PIC X(20) VALUES "OPERAUTH010000000000".
    05  FILLER              PIC X(20) VALUES "PLAYCRED010001000000".
    05  FILLER              PIC X(20) VALUES "INVCASE 010001029000".
    05  FILLER              PIC X(20) VALUES "TOURNBRK013014027060".
    05  FILLER              PIC X(20) VALUES "GUESSDTL010000000000".
    05  FILLER              PIC X(20) VALUES "ALERTLOG018104114000".
    05  FILLER              PIC X(20) VALUES "STMTCKPT006008000000".
01  BACKUP-DEF-TABLE REDEFINES BACKUP-DEFS.
    05  BACKUP-DEF OCCURS 16 TIMES.
        10  BDEF-NAME       PIC X(08).
        10  BDEF-KEY-LEN    PIC 999.
        10  BDEF-POS-1      PIC 999.
        10  BDEF-POS-2      PIC 999.
        10  BDEF-POS-3      PIC 999.

01  FILE-COUNTS.
    05  FILE-COUNT-ENTRY OCCURS 21 TIMES.
        10  FT-PRESENT-SW   PIC X.
            88  FT-PRESENT      VALUES "Y".
        10  FT-READ         PIC 9(07).
        10  FT-CHANGED      PIC 9(07).
        10  FT-DELETED      PIC 9(07).
        10  FT-HELD         PIC 9(07).
        10  FT-WRITTEN      PIC 9(07).

01  REQUEST-TABLE.
    05  RQ-ENTRY OCCURS 100 TIMES.
        10  RQ-PLAYER-ID    PIC X(10).
        10  RQ-REFERENCE    PIC X(12).
        10  RQ-TOKEN        PIC X(10).
        10  RQ-STATUS       PIC X.
            88  RQ-ACCEPTED     VALUES "A".
            88  RQ-REJECTED     VALUES "R".
        10  RQ-REASON       PIC X(30).
        10  RQ-HITS         PIC 9(07) OCCURS 21 TIMES.

01  KEYED-HOLD-TABLE.
    05  KH-ENTRY OCCURS 500 TIMES.
        10  KH-REQ-IX       PIC 999.
        10  KH-IMAGE        PIC X(100).

01  ERASE-TOTALS.
    05  ET-REQ-READ         PIC 9(05) VALUES ZEROS.
    05  ET-ACCEPTED         PIC 9(05) VALUES ZEROS.
    05  ET-REJECTED         PIC 9(05) VALUES ZEROS.
    05  ET-KEYED-OVERFLOW   PIC 9(05) VALUES ZEROS.
    05  ET-LOGGED           PIC 9(05) VALUES ZEROS.

01  BACKUP-SCRUB-TOTALS.
    05  BS-READ             PIC 9(09) VALUES ZEROS.
    05  BS-HELD             PIC 9(09) VALUES ZEROS.
    05  BS-CHANGED          PIC 9(09) VALUES ZEROS.
    05  BS-DROPPED          PIC 9(09) VALUES ZEROS.
    05  BS-REWRITTEN        PIC 9(09) VALUES ZEROS.
    05  BS-GENS             PIC 9(05) VALUES ZEROS.
    05  BS-GENS-CHANGED     PIC 9(05) VALUES ZEROS.
    05  BS-FILE-RECS        PIC 9(09) VALUES ZEROS.
    05  BS-FILE-HASH        PIC 9(15) VALUES ZEROS.
    05  BS-ORIG-RECS        PIC 9(09) VALUES ZEROS.
    05  BS-ORIG-HASH        PIC 9(15) VALUES ZEROS.
    05  BS-GEN-RECS         PIC 9(09) VALUES ZEROS.
    05  BS-GEN-HASH         PIC 9(15) VALUES ZEROS.
    05  BS-GEN-ORIG-RECS    PIC 9(09) VALUES ZEROS.
    05  BS-GEN-ORIG-HASH    PIC 9(15) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*  Guess the Number - Player Erasure Certificate     *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-DATE-LINE.
    05  FILLER              PIC X(10) VALUES "RUN DATE: ".
    05  RDL-DATE            PIC X(08).

01  RPT-REQ-HEADING         PIC X(100) VALUES
    "REFERENCE     PLAYER ID   TOKEN       STATUS    REASON".

01  RPT-REQ-LINE.
    05  RQL-REFERENCE       PIC X(12).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RQL-PLAYER-ID       PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RQL-TOKEN           PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RQL-STATUS          PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RQL-REASON          PIC X(30).

01  RPT-HIT-LINE.
    05  FILLER              PIC X(14) VALUES SPACES.
    05  RHL-FILE            PIC X(08).
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RHL-COUNT           PIC ZZZ,ZZ9.
    05  FILLER              PIC X(17) VALUES " RECORDS CHANGED".

01  RPT-FILE-HEADING        PIC X(100) VALUES
    "FILE            READ    CHANGED    DELETED  REWRITTEN  RESULT".

01  RPT-FILE-LINE.
    05  RFL-FILE            PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RFL-READ            PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-CHANGED         PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-DELETED         PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-WRITTEN         PIC Z,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-RESULT          PIC X(20).

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9-.

01  RPT-STATUS-LINE         PIC X(80) VALUES SPACES.
01  RPT-BKUP-LINE           PIC X(80) VALUES
    "MSTRBKUP NOT SCRUBBED - ERASURE DID NOT COMPLETE".
01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.
COPY ALERTPA.

PROCEDURE DIVISION.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0028 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
PERFORM 100-LOAD-REQUESTS.
IF ET-ACCEPTED > 0
    PERFORM 300-HOLD-SEQUENTIAL-FILES
    PERFORM 390-CHECK-HOLD-COUNTS
    IF COUNTS-BALANCED
        PERFORM 400-ERASE-KEYED-FILES
        PERFORM 600-RESTORE-SEQUENTIAL-FILES
        PERFORM 700-LOG-ERASURES
        IF REWRITE-OK
            PERFORM 750-SCRUB-BACKUPS
        END-IF
    END-IF
ELSE
    MOVE "NO REQUESTS ACCEPTED - NO FILES CHANGED" TO RPT-STATUS-LINE.
PERFORM 800-PRINT-CERTIFICATE.
IF ET-ACCEPTED = 0 OR (COUNTS-BALANCED AND REWRITE-OK)
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
    MOVE "RAND0028" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE ET-ACCEPTED TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN OUTPUT PRINT-FILE.
    MOVE ZEROS TO FILE-COUNTS.
    MOVE SPACES TO REQUEST-TABLE.
    PERFORM 010-CLEAR-FILE-COUNTS
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.

010-CLEAR-FILE-COUNTS.
    MOVE "N" TO FT-PRESENT-SW(FILE-IX).

100-LOAD-REQUESTS.
    OPEN INPUT SESS-LOCK-FILE.
    IF WS-SL-STATUS = "00"
        MOVE "Y" TO SL-OPEN-SW.
    OPEN INPUT GAME-CKPT-FILE.
    IF WS-CKPT-STATUS = "00"
        MOVE "Y" TO CKPT-OPEN-SW.
    OPEN INPUT STMT-CKPT-FILE.
    IF WS-SK-STATUS = "00"
        MOVE "Y" TO SK-OPEN-SW.
    OPEN INPUT PLAYER-SCORE-FILE.
    IF WS-PS-STATUS = "00"
        MOVE "Y" TO PS-OPEN-SW.
    OPEN I-O NEXT-NBR-FILE.
    IF WS-NN-STATUS = "35"
        OPEN OUTPUT NEXT-NBR-FILE
        CLOSE NEXT-NBR-FILE
        OPEN I-O NEXT-NBR-FILE.
    OPEN INPUT ERASE-REQ-FILE.
    IF WS-REQ-STATUS NOT = "00"
        MOVE "Y" TO FILE-EOF-SW
    ELSE
        MOVE "N" TO FILE-EOF-SW.
    PERFORM 110-TAKE-REQUEST
        UNTIL FILE-EOF.
    IF WS-REQ-STATUS NOT = "35"
        CLOSE ERASE-REQ-FILE.
    IF SL-OPEN
        CLOSE SESS-LOCK-FILE.
    IF CKPT-OPEN
        CLOSE GAME-CKPT-FILE.
    IF SK-OPEN
        CLOSE STMT-CKPT-FILE.
    IF PS-OPEN
        CLOSE PLAYER-SCORE-FILE.
    CLOSE NEXT-NBR-FILE.

110-TAKE-REQUEST.
    READ ERASE-REQ-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO ET-REQ-READ
            PERFORM 120-VALIDATE-REQUEST
    END-READ.

120-VALIDATE-REQUEST.
    IF RQ-COUNT >= RQ-MAX
        ADD 1 TO ET-REJECTED
        DISPLAY "RAND0028 REQUEST TABLE FULL - " ER-REFERENCE
            " NOT PROCESSED, RESUBMIT"
    ELSE
        ADD 1 TO RQ-COUNT
        MOVE ER-PLAYER-ID TO RQ-PLAYER-ID(RQ-COUNT)
        MOVE ER-REFERENCE TO RQ-REFERENCE(RQ-COUNT)
        MOVE ZEROS TO RQ-HITS(RQ-COUNT, 1)
        PERFORM 125-CLEAR-HITS
            VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT
        MOVE ER-PLAYER-ID TO SWAP-ID
        PERFORM 510-FIND-REQUEST
        PERFORM 126-SCREEN-REQUEST
        IF RQ-REASON(RQ-COUNT) = SPACES
            PERFORM 150-ASSIGN-TOKEN
        ELSE
            MOVE "R" TO RQ-STATUS(RQ-COUNT)
            ADD 1 TO ET-REJECTED
        END-IF
    END-IF.

125-CLEAR-HITS.
    MOVE ZEROS TO RQ-HITS(RQ-COUNT, FILE-IX).

126-SCREEN-REQUEST.
    IF ER-PLAYER-ID = SPACES
        MOVE "BLANK PLAYER ID" TO RQ-REASON(RQ-COUNT)
    ELSE IF ER-PLAYER-ID(1:4) = "ANON"
        MOVE "ID IS ALREADY ANONYMOUS" TO RQ-REASON(RQ-COUNT)
    ELSE IF HIT-IX > 0
        MOVE "DUPLICATE REQUEST" TO RQ-REASON(RQ-COUNT)
    ELSE
        PERFORM 127-CHECK-PLAYER-ON-FILE.

127-CHECK-PLAYER-ON-FILE.
    IF PS-OPEN
        MOVE ER-PLAYER-ID TO PS-PLAYER-ID
        READ PLAYER-SCORE-FILE
            INVALID KEY
                MOVE "PLAYER NOT ON FILE" TO RQ-REASON(RQ-COUNT)
        END-READ
    ELSE
        MOVE "PLAYER NOT ON FILE" TO RQ-REASON(RQ-COUNT).
    IF RQ-REASON(RQ-COUNT) = SPACES
        PERFORM 130-CHECK-PLAYER-IDLE.

130-CHECK-PLAYER-IDLE.
    IF SL-OPEN
        MOVE ER-PLAYER-ID TO SL-PLAYER-ID
        READ SESS-LOCK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "PLAYER IS SIGNED ON"
                    TO RQ-REASON(RQ-COUNT)
        END-READ.
    IF CKPT-OPEN AND RQ-REASON(RQ-COUNT) = SPACES
        MOVE ER-PLAYER-ID TO CKPT-ID
        READ GAME-CKPT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "ROUND IN PROGRESS"
                    TO RQ-REASON(RQ-COUNT)
        END-READ.
    IF CKPT-OPEN AND RQ-REASON(RQ-COUNT) = SPACES
        MOVE "N" TO CKPT-EOF-SW
        MOVE LOW-VALUES TO CKPT-ID
        START GAME-CKPT-FILE KEY >= CKPT-ID
            INVALID KEY
                MOVE "Y" TO CKPT-EOF-SW
        END-START
        PERFORM 135-CHECK-SETTER-ROUND
            UNTIL CKPT-EOF.
    IF SK-OPEN AND RQ-REASON(RQ-COUNT) = SPACES
        MOVE "N" TO SK-EOF-SW
        MOVE LOW-VALUES TO SK-MONTH
        START STMT-CKPT-FILE KEY >= SK-MONTH
            INVALID KEY
                MOVE "Y" TO SK-EOF-SW
        END-START
        PERFORM 138-CHECK-STATEMENT-RUN
            UNTIL SK-EOF.

135-CHECK-SETTER-ROUND.
    READ GAME-CKPT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO CKPT-EOF-SW
        NOT AT END
            IF CKPT-SETTER-ID = ER-PLAYER-ID
                MOVE "ROUND IN PROGRESS"
                    TO RQ-REASON(RQ-COUNT)
                MOVE "Y" TO CKPT-EOF-SW
            END-IF
    END-READ.

138-CHECK-STATEMENT-RUN.
    READ STMT-CKPT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO SK-EOF-SW
        NOT AT END
            IF SK-RUNNING AND SK-LAST-PLAYER-ID = ER-PLAYER-ID
                MOVE "STATEMENT RUN IN PROGRESS"
                    TO RQ-REASON(RQ-COUNT)
                MOVE "Y" TO SK-EOF-SW
            END-IF
    END-READ.

150-ASSIGN-TOKEN.
    MOVE "N" TO TOKEN-FREE-SW.
    PERFORM 155-TAKE-NEXT-TOKEN
        UNTIL TOKEN-FREE OR WS-NN-STATUS NOT = "00".
    IF WS-NN-STATUS NOT = "00"
        MOVE "TOKEN COUNTER UNAVAILABLE" TO RQ-REASON(RQ-COUNT)
        MOVE "R" TO RQ-STATUS(RQ-COUNT)
        ADD 1 TO ET-REJECTED
    ELSE
        MOVE ANON-TOKEN TO RQ-TOKEN(RQ-COUNT)
        MOVE "A" TO RQ-STATUS(RQ-COUNT)
        ADD 1 TO ET-ACCEPTED.

155-TAKE-NEXT-TOKEN.
    MOVE "ANONID" TO NN-NAME.
    READ NEXT-NBR-FILE
        INVALID KEY
            MOVE "ANONID" TO NN-NAME
            MOVE 1 TO NN-NEXT-ID
            WRITE NEXT-NBR-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
    END-READ.
    MOVE NN-NEXT-ID TO AT-NBR.
    ADD 1 TO NN-NEXT-ID.
    REWRITE NEXT-NBR-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.
    IF WS-NN-STATUS = "00"
        IF PS-OPEN
            MOVE ANON-TOKEN TO PS-PLAYER-ID
            READ PLAYER-SCORE-FILE
                INVALID KEY
                    MOVE "Y" TO TOKEN-FREE-SW
            END-READ
        ELSE
            MOVE "Y" TO TOKEN-FREE-SW.

300-HOLD-SEQUENTIAL-FILES.
    OPEN OUTPUT ERASE-HOLD-FILE.
    PERFORM 310-HOLD-GAMEHIST.
    PERFORM 315-HOLD-GAMEARCH.
    PERFORM 320-HOLD-GAMECERT.
    PERFORM 325-HOLD-GAMEREL.
    PERFORM 330-HOLD-GAMESUSP.
    PERFORM 335-HOLD-GAMESCRP.
    PERFORM 340-HOLD-GAMELEDG.
    PERFORM 345-HOLD-LEDGARCH.
    PERFORM 350-HOLD-TOURNHOF.
    PERFORM 355-HOLD-GAMEAUDT.
    PERFORM 360-HOLD-PLAYMLOG.
    CLOSE ERASE-HOLD-FILE.

310-HOLD-GAMEHIST.
    MOVE 11 TO FILE-IX.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 311-READ-GAMEHIST
            UNTIL FILE-EOF
        CLOSE GAME-HIST-FILE.

311-READ-GAMEHIST.
    READ GAME-HIST-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

315-HOLD-GAMEARCH.
    MOVE 12 TO FILE-IX.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 316-READ-GAMEARCH
            UNTIL FILE-EOF
        CLOSE GAME-ARCH-FILE.

316-READ-GAMEARCH.
    READ GAME-ARCH-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

320-HOLD-GAMECERT.
    MOVE 13 TO FILE-IX.
    OPEN INPUT CERT-FILE.
    IF WS-CERT-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 321-READ-GAMECERT
            UNTIL FILE-EOF
        CLOSE CERT-FILE.

321-READ-GAMECERT.
    READ CERT-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

325-HOLD-GAMEREL.
    MOVE 14 TO FILE-IX.
    OPEN INPUT REL-FILE.
    IF WS-REL-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 326-READ-GAMEREL
            UNTIL FILE-EOF
        CLOSE REL-FILE.

326-READ-GAMEREL.
    READ REL-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

330-HOLD-GAMESUSP.
    MOVE 15 TO FILE-IX.
    OPEN INPUT SUSP-FILE.
    IF WS-SUSP-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 331-READ-GAMESUSP
            UNTIL FILE-EOF
        CLOSE SUSP-FILE.

331-READ-GAMESUSP.
    READ SUSP-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

335-HOLD-GAMESCRP.
    MOVE 16 TO FILE-IX.
    OPEN INPUT SCRAP-FILE.
    IF WS-SCRAP-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 336-READ-GAMESCRP
            UNTIL FILE-EOF
        CLOSE SCRAP-FILE.

336-READ-GAMESCRP.
    READ SCRAP-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

340-HOLD-GAMELEDG.
    MOVE 17 TO FILE-IX.
    OPEN INPUT GAME-LEDG-FILE.
    IF WS-LEDG-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 341-READ-GAMELEDG
            UNTIL FILE-EOF
        CLOSE GAME-LEDG-FILE.

341-READ-GAMELEDG.
    READ GAME-LEDG-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

345-HOLD-LEDGARCH.
    MOVE 18 TO FILE-IX.
    OPEN INPUT LEDG-ARCH-FILE.
    IF WS-LARCH-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 346-READ-LEDGARCH
            UNTIL FILE-EOF
        CLOSE LEDG-ARCH-FILE.

346-READ-LEDGARCH.
    READ LEDG-ARCH-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

350-HOLD-TOURNHOF.
    MOVE 19 TO FILE-IX.
    OPEN INPUT HOF-FILE.
    IF WS-HOF-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 351-READ-TOURNHOF
            UNTIL FILE-EOF
        CLOSE HOF-FILE.

351-READ-TOURNHOF.
    READ HOF-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

355-HOLD-GAMEAUDT.
    MOVE 20 TO FILE-IX.
    OPEN INPUT GAME-AUDIT-FILE.
    IF WS-AUDIT-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 356-READ-GAMEAUDT
            UNTIL FILE-EOF
        CLOSE GAME-AUDIT-FILE.

356-READ-GAMEAUDT.
    READ GAME-AUDIT-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

360-HOLD-PLAYMLOG.
    MOVE 21 TO FILE-IX.
    OPEN INPUT MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        PERFORM 361-READ-PLAYMLOG
            UNTIL FILE-EOF
        CLOSE MAINT-LOG-FILE.

361-READ-PLAYMLOG.
    READ MAINT-LOG-FILE INTO ANON-REC
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 380-HOLD-ONE-RECORD
    END-READ.

380-HOLD-ONE-RECORD.
    ADD 1 TO FT-READ(FILE-IX).
    MOVE "N" TO REC-CHANGED-SW.
    IF FDEF-POS-1(FILE-IX) > 0
        MOVE FDEF-POS-1(FILE-IX) TO SWAP-POS
        PERFORM 385-SWAP-AT-POSITION.
    IF FDEF-POS-2(FILE-IX) > 0
        MOVE FDEF-POS-2(FILE-IX) TO SWAP-POS
        PERFORM 385-SWAP-AT-POSITION.
    IF REC-CHANGED
        ADD 1 TO FT-CHANGED(FILE-IX).
    MOVE FILE-IX TO HR-FILE-IX.
    MOVE ANON-REC TO HR-IMAGE.
    WRITE HOLD-RECORD.
    IF WS-HOLD-STATUS = "00"
        ADD 1 TO FT-HELD(FILE-IX).

385-SWAP-AT-POSITION.
    MOVE ANON-REC(SWAP-POS:10) TO SWAP-ID.
    PERFORM 500-SWAP-ID.
    MOVE SWAP-ID TO ANON-REC(SWAP-POS:10).

390-CHECK-HOLD-COUNTS.
    MOVE "Y" TO BALANCED-SW.
    PERFORM 395-CHECK-ONE-HOLD
        VARYING FILE-IX FROM SEQ-FIRST-IX BY 1
        UNTIL FILE-IX > FILE-COUNT.
    IF NOT COUNTS-BALANCED
        MOVE "HOLD COUNTS OUT OF BALANCE - NO FILES CHANGED"
            TO RPT-STATUS-LINE.

395-CHECK-ONE-HOLD.
    IF FT-HELD(FILE-IX) NOT = FT-READ(FILE-IX)
        MOVE "N" TO BALANCED-SW.

400-ERASE-KEYED-FILES.
    PERFORM 410-ERASE-PLAYERSC.
    PERFORM 420-ERASE-PLAYCRED.
    PERFORM 430-ERASE-INVCASE.
    PERFORM 440-ERASE-PLAYBDGE.
    PERFORM 450-ERASE-CHALLNGE.
    PERFORM 460-ERASE-TOURNENR.
    PERFORM 470-ERASE-TOURNCTL.
    PERFORM 480-ERASE-TOURNBRK.
    PERFORM 485-ERASE-ALERTLOG.
    PERFORM 488-ERASE-STMTCKPT.

410-ERASE-PLAYERSC.
    MOVE 1 TO FILE-IX.
    OPEN I-O PLAYER-SCORE-FILE.
    IF WS-PS-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        PERFORM 412-REKEY-PLAYER
            VARYING RQ-IX FROM 1 BY 1 UNTIL RQ-IX > RQ-COUNT
        CLOSE PLAYER-SCORE-FILE.

412-REKEY-PLAYER.
    IF RQ-ACCEPTED(RQ-IX)
        MOVE RQ-PLAYER-ID(RQ-IX) TO PS-PLAYER-ID
        READ PLAYER-SCORE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO FT-READ(FILE-IX)
                MOVE RQ-TOKEN(RQ-IX) TO PS-PLAYER-ID
                WRITE PLAYER-SCORE-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                    NOT INVALID KEY
                        ADD 1 TO FT-CHANGED(FILE-IX)
                        ADD 1 TO FT-WRITTEN(FILE-IX)
                        ADD 1 TO RQ-HITS(RQ-IX, FILE-IX)
                        MOVE RQ-PLAYER-ID(RQ-IX) TO PS-PLAYER-ID
                        DELETE PLAYER-SCORE-FILE
                            INVALID KEY
                                MOVE "N" TO REWRITE-OK-SW
                        END-DELETE
                END-WRITE
        END-READ.

420-ERASE-PLAYCRED.
    MOVE 2 TO FILE-IX.
    OPEN I-O PLAYER-CRED-FILE.
    IF WS-PC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        PERFORM 422-DELETE-CREDENTIAL
            VARYING RQ-IX FROM 1 BY 1 UNTIL RQ-IX > RQ-COUNT
        CLOSE PLAYER-CRED-FILE.

422-DELETE-CREDENTIAL.
    IF RQ-ACCEPTED(RQ-IX)
        MOVE RQ-PLAYER-ID(RQ-IX) TO PC-PLAYER-ID
        READ PLAYER-CRED-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO FT-READ(FILE-IX)
                DELETE PLAYER-CRED-FILE
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                    NOT INVALID KEY
                        ADD 1 TO FT-DELETED(FILE-IX)
                        ADD 1 TO RQ-HITS(RQ-IX, FILE-IX)
                END-DELETE
        END-READ.

430-ERASE-INVCASE.
    MOVE 3 TO FILE-IX.
    MOVE ZEROS TO KH-COUNT.
    OPEN I-O INVEST-CASE-FILE.
    IF WS-IC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO IC-PLAYER-ID
        START INVEST-CASE-FILE KEY >= IC-PLAYER-ID
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 432-SCAN-CASE
            UNTIL FILE-EOF
        PERFORM 434-REKEY-CASE
            VARYING KH-IX FROM 1 BY 1 UNTIL KH-IX > KH-COUNT
        CLOSE INVEST-CASE-FILE.

432-SCAN-CASE.
    READ INVEST-CASE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE "N" TO REC-CHANGED-SW
            MOVE IC-OTHER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO IC-OTHER-ID
            IF REC-CHANGED
                REWRITE INVEST-CASE-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                END-REWRITE
                ADD 1 TO FT-CHANGED(FILE-IX)
            END-IF
            MOVE IC-PLAYER-ID TO SWAP-ID
            PERFORM 510-FIND-REQUEST
            IF HIT-IX > 0
                MOVE INVEST-CASE-RECORD TO ANON-REC
                PERFORM 490-KEEP-FOR-REKEY
            END-IF
    END-READ.

434-REKEY-CASE.
    MOVE KH-IMAGE(KH-IX) TO INVEST-CASE-RECORD.
    MOVE KH-REQ-IX(KH-IX) TO RQ-IX.
    MOVE RQ-TOKEN(RQ-IX) TO IC-PLAYER-ID.
    WRITE INVEST-CASE-RECORD
        INVALID KEY
            MOVE "N" TO REWRITE-OK-SW
        NOT INVALID KEY
            ADD 1 TO FT-CHANGED(FILE-IX)
            ADD 1 TO FT-WRITTEN(FILE-IX)
            ADD 1 TO RQ-HITS(RQ-IX, FILE-IX)
            MOVE KH-IMAGE(KH-IX) TO INVEST-CASE-RECORD
            DELETE INVEST-CASE-FILE
                INVALID KEY
                    MOVE "N" TO REWRITE-OK-SW
            END-DELETE
    END-WRITE.

440-ERASE-PLAYBDGE.
    MOVE 4 TO FILE-IX.
    MOVE ZEROS TO KH-COUNT.
    OPEN I-O BADGE-FILE.
    IF WS-BG-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        PERFORM 442-FIND-BADGES
            VARYING RQ-IX FROM 1 BY 1 UNTIL RQ-IX > RQ-COUNT
        PERFORM 446-REKEY-BADGE
            VARYING KH-IX FROM 1 BY 1 UNTIL KH-IX > KH-COUNT
        CLOSE BADGE-FILE.

442-FIND-BADGES.
    IF RQ-ACCEPTED(RQ-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE RQ-PLAYER-ID(RQ-IX) TO BG-PLAYER-ID
        MOVE LOW-VALUES TO BG-BADGE-CODE
        START BADGE-FILE KEY >= BG-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 444-TAKE-BADGE
            UNTIL FILE-EOF.

444-TAKE-BADGE.
    READ BADGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            IF BG-PLAYER-ID NOT = RQ-PLAYER-ID(RQ-IX)
                MOVE "Y" TO FILE-EOF-SW
            ELSE
                ADD 1 TO FT-READ(FILE-IX)
                MOVE RQ-IX TO HIT-IX
                MOVE PLAYER-BADGE-RECORD TO ANON-REC
                PERFORM 490-KEEP-FOR-REKEY
            END-IF
    END-READ.

446-REKEY-BADGE.
    MOVE KH-IMAGE(KH-IX) TO PLAYER-BADGE-RECORD.
    MOVE KH-REQ-IX(KH-IX) TO RQ-IX.
    MOVE RQ-TOKEN(RQ-IX) TO BG-PLAYER-ID.
    WRITE PLAYER-BADGE-RECORD
        INVALID KEY
            MOVE "N" TO REWRITE-OK-SW
        NOT INVALID KEY
            ADD 1 TO FT-CHANGED(FILE-IX)
            ADD 1 TO FT-WRITTEN(FILE-IX)
            ADD 1 TO RQ-HITS(RQ-IX, FILE-IX)
            MOVE KH-IMAGE(KH-IX) TO PLAYER-BADGE-RECORD
            DELETE BADGE-FILE
                INVALID KEY
                    MOVE "N" TO REWRITE-OK-SW
            END-DELETE
    END-WRITE.

450-ERASE-CHALLNGE.
    MOVE 5 TO FILE-IX.
    MOVE ZEROS TO KH-COUNT.
    OPEN I-O CHALLENGE-FILE.
    IF WS-CH-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO CH-KEY
        START CHALLENGE-FILE KEY >= CH-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 452-SCAN-CHALLENGE
            UNTIL FILE-EOF
        PERFORM 454-REKEY-CHALLENGE
            VARYING KH-IX FROM 1 BY 1 UNTIL KH-IX > KH-COUNT
        CLOSE CHALLENGE-FILE.

452-SCAN-CHALLENGE.
    READ CHALLENGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE "N" TO REC-CHANGED-SW
            MOVE CH-SETTER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO CH-SETTER-ID
            IF REC-CHANGED
                REWRITE CHALLENGE-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                END-REWRITE
                ADD 1 TO FT-CHANGED(FILE-IX)
            END-IF
            MOVE CH-OPPONENT-ID TO SWAP-ID
            PERFORM 510-FIND-REQUEST
            IF HIT-IX > 0
                MOVE CHALLENGE-RECORD TO ANON-REC
                PERFORM 490-KEEP-FOR-REKEY
            END-IF
    END-READ.

454-REKEY-CHALLENGE.
    MOVE KH-IMAGE(KH-IX) TO CHALLENGE-RECORD.
    MOVE KH-REQ-IX(KH-IX) TO RQ-IX.
    MOVE RQ-TOKEN(RQ-IX) TO CH-OPPONENT-ID.
    WRITE CHALLENGE-RECORD
        INVALID KEY
            MOVE "N" TO REWRITE-OK-SW
        NOT INVALID KEY
            ADD 1 TO FT-CHANGED(FILE-IX)
            ADD 1 TO FT-WRITTEN(FILE-IX)
            ADD 1 TO RQ-HITS(RQ-IX, FILE-IX)
            MOVE KH-IMAGE(KH-IX) TO CHALLENGE-RECORD
            DELETE CHALLENGE-FILE
                INVALID KEY
                    MOVE "N" TO REWRITE-OK-SW
            END-DELETE
    END-WRITE.

460-ERASE-TOURNENR.
    MOVE 6 TO FILE-IX.
    MOVE ZEROS TO KH-COUNT.
    OPEN I-O TOURN-ENR-FILE.
    IF WS-TE-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO TE-KEY
        START TOURN-ENR-FILE KEY >= TE-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 462-SCAN-ENROLLMENT
            UNTIL FILE-EOF
        PERFORM 464-REKEY-ENROLLMENT
            VARYING KH-IX FROM 1 BY 1 UNTIL KH-IX > KH-COUNT
        CLOSE TOURN-ENR-FILE.

462-SCAN-ENROLLMENT.
    READ TOURN-ENR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE TE-PLAYER-ID TO SWAP-ID
            PERFORM 510-FIND-REQUEST
            IF HIT-IX > 0
                MOVE TOURN-ENR-RECORD TO ANON-REC
                PERFORM 490-KEEP-FOR-REKEY
            END-IF
    END-READ.

464-REKEY-ENROLLMENT.
    MOVE KH-IMAGE(KH-IX) TO TOURN-ENR-RECORD.
    MOVE KH-REQ-IX(KH-IX) TO RQ-IX.
    MOVE RQ-TOKEN(RQ-IX) TO TE-PLAYER-ID.
    WRITE TOURN-ENR-RECORD
        INVALID KEY
            MOVE "N" TO REWRITE-OK-SW
        NOT INVALID KEY
            ADD 1 TO FT-CHANGED(FILE-IX)
            ADD 1 TO FT-WRITTEN(FILE-IX)
            ADD 1 TO RQ-HITS(RQ-IX, FILE-IX)
            MOVE KH-IMAGE(KH-IX) TO TOURN-ENR-RECORD
            DELETE TOURN-ENR-FILE
                INVALID KEY
                    MOVE "N" TO REWRITE-OK-SW
            END-DELETE
    END-WRITE.

470-ERASE-TOURNCTL.
    MOVE 7 TO FILE-IX.
    OPEN I-O TOURN-CTL-FILE.
    IF WS-TC-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO TC-EVENT-ID
        START TOURN-CTL-FILE KEY >= TC-EVENT-ID
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 472-SCAN-EVENT
            UNTIL FILE-EOF
        CLOSE TOURN-CTL-FILE.

472-SCAN-EVENT.
    READ TOURN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE "N" TO REC-CHANGED-SW
            MOVE TC-WINNER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO TC-WINNER-ID
            IF REC-CHANGED
                REWRITE TOURN-CTL-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                END-REWRITE
                ADD 1 TO FT-CHANGED(FILE-IX)
            END-IF
    END-READ.

480-ERASE-TOURNBRK.
    MOVE 8 TO FILE-IX.
    OPEN I-O BRACKET-FILE.
    IF WS-BM-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO BM-KEY
        START BRACKET-FILE KEY >= BM-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 482-SCAN-MATCH
            UNTIL FILE-EOF
        CLOSE BRACKET-FILE.

482-SCAN-MATCH.
    READ BRACKET-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE "N" TO REC-CHANGED-SW
            MOVE BM-HIGH-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO BM-HIGH-ID
            MOVE BM-LOW-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO BM-LOW-ID
            MOVE BM-WINNER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO BM-WINNER-ID
            IF REC-CHANGED
                REWRITE BRACKET-MATCH-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                END-REWRITE
                ADD 1 TO FT-CHANGED(FILE-IX)
            END-IF
    END-READ.

485-ERASE-ALERTLOG.
    MOVE 9 TO FILE-IX.
    OPEN I-O ALERT-FILE.
    IF WS-AL-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO AL-KEY
        START ALERT-FILE KEY >= AL-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 487-SCAN-ALERT
            UNTIL FILE-EOF
        CLOSE ALERT-FILE.

487-SCAN-ALERT.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE "N" TO REC-CHANGED-SW
            MOVE AL-PLAYER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO AL-PLAYER-ID
            MOVE AL-OTHER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO AL-OTHER-ID
            IF REC-CHANGED
                IF AL-ACK-COMMENT NOT = SPACES
                    MOVE ERASED-COMMENT TO AL-ACK-COMMENT
                END-IF
                REWRITE ALERT-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                END-REWRITE
                ADD 1 TO FT-CHANGED(FILE-IX)
            END-IF
    END-READ.

488-ERASE-STMTCKPT.
    MOVE 10 TO FILE-IX.
    OPEN I-O STMT-CKPT-FILE.
    IF WS-SK-STATUS = "00"
        MOVE "Y" TO FT-PRESENT-SW(FILE-IX)
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO SK-MONTH
        START STMT-CKPT-FILE KEY >= SK-MONTH
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 489-SCAN-STATEMENT-RUN
            UNTIL FILE-EOF
        CLOSE STMT-CKPT-FILE.

489-SCAN-STATEMENT-RUN.
    READ STMT-CKPT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO FT-READ(FILE-IX)
            MOVE "N" TO REC-CHANGED-SW
            MOVE SK-LAST-PLAYER-ID TO SWAP-ID
            PERFORM 500-SWAP-ID
            MOVE SWAP-ID TO SK-LAST-PLAYER-ID
            IF REC-CHANGED
                REWRITE STMT-CKPT-RECORD
                    INVALID KEY
                        MOVE "N" TO REWRITE-OK-SW
                END-REWRITE
                ADD 1 TO FT-CHANGED(FILE-IX)
            END-IF
    END-READ.

490-KEEP-FOR-REKEY.
    IF KH-COUNT >= KH-MAX
        ADD 1 TO ET-KEYED-OVERFLOW
        MOVE "N" TO REWRITE-OK-SW
    ELSE
        ADD 1 TO KH-COUNT
        MOVE HIT-IX TO KH-REQ-IX(KH-COUNT)
        MOVE ANON-REC TO KH-IMAGE(KH-COUNT).

500-SWAP-ID.
    PERFORM 510-FIND-REQUEST.
    IF HIT-IX > 0
        MOVE RQ-TOKEN(HIT-IX) TO SWAP-ID
        MOVE "Y" TO REC-CHANGED-SW
        ADD 1 TO RQ-HITS(HIT-IX, FILE-IX).

510-FIND-REQUEST.
    MOVE ZEROS TO HIT-IX.
    PERFORM 515-MATCH-REQUEST
        VARYING SCAN-IX FROM 1 BY 1
        UNTIL SCAN-IX > RQ-COUNT OR HIT-IX > 0.

515-MATCH-REQUEST.
    IF RQ-ACCEPTED(SCAN-IX) AND RQ-PLAYER-ID(SCAN-IX) = SWAP-ID
        MOVE SCAN-IX TO HIT-IX.

600-RESTORE-SEQUENTIAL-FILES.
    PERFORM 610-OPEN-CHANGED-FILES.
    OPEN INPUT ERASE-HOLD-FILE.
    MOVE "N" TO HOLD-EOF-SW.
    PERFORM 620-RESTORE-ONE-RECORD
        UNTIL HOLD-EOF.
    CLOSE ERASE-HOLD-FILE.
    PERFORM 640-CLOSE-CHANGED-FILES.
    PERFORM 650-CHECK-REWRITE
        VARYING FILE-IX FROM SEQ-FIRST-IX BY 1
        UNTIL FILE-IX > FILE-COUNT.
    IF REWRITE-OK
        MOVE "ERASURE COMPLETE - RECORD COUNTS UNCHANGED"
            TO RPT-STATUS-LINE
    ELSE
        MOVE "REWRITE INCOMPLETE - RESTORE FROM BACKUP BEFORE RERUN"
            TO RPT-STATUS-LINE.

610-OPEN-CHANGED-FILES.
    IF FT-CHANGED(11) > 0
        OPEN OUTPUT GAME-HIST-FILE.
    IF FT-CHANGED(12) > 0
        OPEN OUTPUT GAME-ARCH-FILE.
    IF FT-CHANGED(13) > 0
        OPEN OUTPUT CERT-FILE.
    IF FT-CHANGED(14) > 0
        OPEN OUTPUT REL-FILE.
    IF FT-CHANGED(15) > 0
        OPEN OUTPUT SUSP-FILE.
    IF FT-CHANGED(16) > 0
        OPEN OUTPUT SCRAP-FILE.
    IF FT-CHANGED(17) > 0
        OPEN OUTPUT GAME-LEDG-FILE.
    IF FT-CHANGED(18) > 0
        OPEN OUTPUT LEDG-ARCH-FILE.
    IF FT-CHANGED(19) > 0
        OPEN OUTPUT HOF-FILE.
    IF FT-CHANGED(20) > 0
        OPEN OUTPUT GAME-AUDIT-FILE.
    IF FT-CHANGED(21) > 0
        OPEN OUTPUT MAINT-LOG-FILE.

620-RESTORE-ONE-RECORD.
    READ ERASE-HOLD-FILE
        AT END
            MOVE "Y" TO HOLD-EOF-SW
        NOT AT END
            MOVE HR-FILE-IX TO FILE-IX
            IF FT-CHANGED(FILE-IX) > 0
                PERFORM 630-WRITE-BACK
            END-IF
    END-READ.

630-WRITE-BACK.
    IF FILE-IX = 11
        WRITE GAME-HIST-RECORD FROM HR-IMAGE
        MOVE WS-HIST-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 12
        WRITE ARCH-RECORD FROM HR-IMAGE
        MOVE WS-ARCH-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 13
        WRITE CERT-RECORD FROM HR-IMAGE
        MOVE WS-CERT-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 14
        WRITE REL-RECORD FROM HR-IMAGE
        MOVE WS-REL-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 15
        WRITE SUSP-RECORD FROM HR-IMAGE
        MOVE WS-SUSP-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 16
        WRITE SCRAP-RECORD FROM HR-IMAGE
        MOVE WS-SCRAP-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 17
        WRITE GAME-LEDG-RECORD FROM HR-IMAGE
        MOVE WS-LEDG-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 18
        WRITE LARCH-RECORD FROM HR-IMAGE
        MOVE WS-LARCH-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 19
        WRITE HOF-RECORD FROM HR-IMAGE
        MOVE WS-HOF-STATUS TO WS-WRITE-STATUS
    ELSE IF FILE-IX = 20
        WRITE AUDIT-LINE FROM HR-IMAGE
        MOVE WS-AUDIT-STATUS TO WS-WRITE-STATUS
    ELSE
        WRITE MAINT-LOG-LINE FROM HR-IMAGE
        MOVE WS-LOG-STATUS TO WS-WRITE-STATUS.
    IF WS-WRITE-STATUS = "00"
        ADD 1 TO FT-WRITTEN(FILE-IX).

640-CLOSE-CHANGED-FILES.
    IF FT-CHANGED(11) > 0
        CLOSE GAME-HIST-FILE.
    IF FT-CHANGED(12) > 0
        CLOSE GAME-ARCH-FILE.
    IF FT-CHANGED(13) > 0
        CLOSE CERT-FILE.
    IF FT-CHANGED(14) > 0
        CLOSE REL-FILE.
    IF FT-CHANGED(15) > 0
        CLOSE SUSP-FILE.
    IF FT-CHANGED(16) > 0
        CLOSE SCRAP-FILE.
    IF FT-CHANGED(17) > 0
        CLOSE GAME-LEDG-FILE.
    IF FT-CHANGED(18) > 0
        CLOSE LEDG-ARCH-FILE.
    IF FT-CHANGED(19) > 0
        CLOSE HOF-FILE.
    IF FT-CHANGED(20) > 0
        CLOSE GAME-AUDIT-FILE.
    IF FT-CHANGED(21) > 0
        CLOSE MAINT-LOG-FILE.

650-CHECK-REWRITE.
    IF FT-CHANGED(FILE-IX) > 0
        AND FT-WRITTEN(FILE-IX) NOT = FT-READ(FILE-IX)
        MOVE "N" TO REWRITE-OK-SW.

700-LOG-ERASURES.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.
    PERFORM 710-LOG-ONE-ERASURE
        VARYING RQ-IX FROM 1 BY 1 UNTIL RQ-IX > RQ-COUNT.
    CLOSE MAINT-LOG-FILE.

710-LOG-ONE-ERASURE.
    IF RQ-ACCEPTED(RQ-IX)
        ACCEPT ML-DATE FROM DATE YYYYMMDD
        ACCEPT ML-TIME FROM TIME
        MOVE "RAND0028" TO ML-OPERATOR
        MOVE "ERASE" TO ML-ACTION
        MOVE RQ-TOKEN(RQ-IX) TO ML-FROM-ID
        MOVE RQ-TOKEN(RQ-IX) TO ML-TO-ID
        MOVE SPACES TO ML-DETAIL
        STRING "ANONYMIZED - REF " DELIMITED BY SIZE
               RQ-REFERENCE(RQ-IX) DELIMITED BY SIZE
            INTO ML-DETAIL
        MOVE MAINT-LOG-RECORD TO MAINT-LOG-LINE
        WRITE MAINT-LOG-LINE
        ADD 1 TO ET-LOGGED.

750-SCRUB-BACKUPS.
    OPEN INPUT BACKUP-FILE.
    IF WS-BKUP-STATUS NOT = "00"
        MOVE "MSTRBKUP NOT PRESENT - NO BACKUP GENERATIONS TO SCRUB"
            TO RPT-BKUP-LINE
    ELSE
        OPEN OUTPUT BKUP-HOLD-FILE
        MOVE "N" TO BKUP-EOF-SW
        PERFORM 755-SCRUB-ONE-RECORD
            UNTIL BKUP-EOF
        CLOSE BKUP-HOLD-FILE
        CLOSE BACKUP-FILE
        PERFORM 780-REWRITE-BACKUPS.

755-SCRUB-ONE-RECORD.
    READ BACKUP-FILE INTO BACKUP-RECORD
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            ADD 1 TO BS-READ
            PERFORM 760-SCRUB-BACKUP-RECORD
    END-READ.

760-SCRUB-BACKUP-RECORD.
    IF BK-GEN-HEADER
        MOVE ZEROS TO BS-FILE-RECS
        MOVE ZEROS TO BS-FILE-HASH
        MOVE ZEROS TO BS-ORIG-RECS
        MOVE ZEROS TO BS-ORIG-HASH
        MOVE ZEROS TO BS-GEN-RECS
        MOVE ZEROS TO BS-GEN-HASH
        MOVE ZEROS TO BS-GEN-ORIG-RECS
        MOVE ZEROS TO BS-GEN-ORIG-HASH
        MOVE "N" TO GEN-CHANGED-SW
        PERFORM 775-WRITE-BKUP-HOLD
    ELSE IF BK-DATA-REC
        PERFORM 765-SCRUB-BACKUP-DATA
    ELSE IF BK-FILE-TRAILER
        IF BK-REC-COUNT NOT = BS-ORIG-RECS
            OR BK-HASH-TOTAL NOT = BS-ORIG-HASH
            MOVE "N" TO BKUP-BALANCED-SW
        END-IF
        MOVE BS-FILE-RECS TO BK-REC-COUNT
        MOVE BS-FILE-HASH TO BK-HASH-TOTAL
        ADD BS-FILE-RECS TO BS-GEN-RECS
        ADD BS-FILE-HASH TO BS-GEN-HASH
        ADD BS-ORIG-RECS TO BS-GEN-ORIG-RECS
        ADD BS-ORIG-HASH TO BS-GEN-ORIG-HASH
        MOVE ZEROS TO BS-FILE-RECS
        MOVE ZEROS TO BS-FILE-HASH
        MOVE ZEROS TO BS-ORIG-RECS
        MOVE ZEROS TO BS-ORIG-HASH
        PERFORM 775-WRITE-BKUP-HOLD
    ELSE IF BK-GEN-TRAILER
        IF BK-REC-COUNT NOT = BS-GEN-ORIG-RECS
            OR BK-HASH-TOTAL NOT = BS-GEN-ORIG-HASH
            MOVE "N" TO BKUP-BALANCED-SW
        END-IF
        MOVE BS-GEN-RECS TO BK-REC-COUNT
        MOVE BS-GEN-HASH TO BK-HASH-TOTAL
        ADD 1 TO BS-GENS
        IF GEN-CHANGED
            ADD 1 TO BS-GENS-CHANGED
        END-IF
        PERFORM 775-WRITE-BKUP-HOLD
    ELSE
        MOVE "N" TO BKUP-BALANCED-SW
        PERFORM 775-WRITE-BKUP-HOLD.

765-SCRUB-BACKUP-DATA.
    PERFORM 766-FIND-BACKUP-FILE.
    PERFORM 770-HASH-BACKUP-KEY.
    ADD 1 TO BS-ORIG-RECS.
    ADD RECORD-HASH TO BS-ORIG-HASH.
    MOVE "N" TO REC-CHANGED-SW.
    MOVE ZEROS TO HIT-IX.
    IF BK-FILE-NAME = "PLAYCRED"
        MOVE BK-DATA(1:10) TO SWAP-ID
        PERFORM 510-FIND-REQUEST.
    IF HIT-IX > 0
        ADD 1 TO BS-DROPPED
        MOVE "Y" TO GEN-CHANGED-SW
    ELSE
        IF BD-HIT > 0
            PERFORM 768-SCRUB-BACKUP-IDS
        END-IF
        PERFORM 770-HASH-BACKUP-KEY
        ADD 1 TO BS-FILE-RECS
        ADD RECORD-HASH TO BS-FILE-HASH
        PERFORM 775-WRITE-BKUP-HOLD.

766-FIND-BACKUP-FILE.
    MOVE ZEROS TO BD-HIT.
    PERFORM 767-MATCH-BACKUP-FILE
        VARYING BD-IX FROM 1 BY 1
        UNTIL BD-IX > BD-COUNT OR BD-HIT > 0.
    IF BD-HIT = 0
        MOVE "N" TO BKUP-BALANCED-SW.

767-MATCH-BACKUP-FILE.
    IF BDEF-NAME(BD-IX) = BK-FILE-NAME
        MOVE BD-IX TO BD-HIT.

768-SCRUB-BACKUP-IDS.
    IF BDEF-POS-1(BD-HIT) > 0
        MOVE BDEF-POS-1(BD-HIT) TO SWAP-POS
        PERFORM 769-SWAP-BACKUP-ID.
    IF BDEF-POS-2(BD-HIT) > 0
        MOVE BDEF-POS-2(BD-HIT) TO SWAP-POS
        PERFORM 769-SWAP-BACKUP-ID.
    IF BDEF-POS-3(BD-HIT) > 0
        MOVE BDEF-POS-3(BD-HIT) TO SWAP-POS
        PERFORM 769-SWAP-BACKUP-ID.
    IF REC-CHANGED
        ADD 1 TO BS-CHANGED
        MOVE "Y" TO GEN-CHANGED-SW
        IF BK-FILE-NAME = "ALERTLOG"
            AND BK-DATA(151:40) NOT = SPACES
            MOVE ERASED-COMMENT TO BK-DATA(151:40).

769-SWAP-BACKUP-ID.
    MOVE BK-DATA(SWAP-POS:10) TO SWAP-ID.
    PERFORM 510-FIND-REQUEST.
    IF HIT-IX > 0
        MOVE RQ-TOKEN(HIT-IX) TO BK-DATA(SWAP-POS:10)
        MOVE "Y" TO REC-CHANGED-SW.

770-HASH-BACKUP-KEY.
    MOVE SPACES TO HASH-KEY.
    MOVE ZEROS TO HASH-KEY-LEN.
    IF BD-HIT > 0
        MOVE BDEF-KEY-LEN(BD-HIT) TO HASH-KEY-LEN
        MOVE BK-DATA(1:HASH-KEY-LEN) TO HASH-KEY.
    PERFORM 790-HASH-KEY.

775-WRITE-BKUP-HOLD.
    WRITE BKUP-HOLD-LINE FROM BACKUP-RECORD.
    IF WS-BH-STATUS = "00"
        ADD 1 TO BS-HELD.

780-REWRITE-BACKUPS.
    IF BS-HELD NOT = BS-READ - BS-DROPPED
        MOVE "N" TO BKUP-BALANCED-SW.
    IF NOT BKUP-BALANCED
        MOVE "N" TO REWRITE-OK-SW
        MOVE "MSTRBKUP OUT OF BALANCE - GENERATIONS NOT SCRUBBED"
            TO RPT-BKUP-LINE
        MOVE RPT-BKUP-LINE TO RPT-STATUS-LINE
    ELSE IF BS-CHANGED = 0 AND BS-DROPPED = 0
        MOVE "MSTRBKUP HOLDS NO ERASED PLAYERS - NOT REWRITTEN"
            TO RPT-BKUP-LINE
    ELSE
        OPEN OUTPUT BACKUP-FILE
        OPEN INPUT BKUP-HOLD-FILE
        MOVE "N" TO BKUP-EOF-SW
        PERFORM 785-COPY-BACK
            UNTIL BKUP-EOF
        CLOSE BACKUP-FILE
        CLOSE BKUP-HOLD-FILE
        IF BS-REWRITTEN = BS-HELD
            MOVE "MSTRBKUP GENERATIONS SCRUBBED - ERASED IDS REPLACED"
                TO RPT-BKUP-LINE
        ELSE
            MOVE "N" TO REWRITE-OK-SW
            MOVE "MSTRBKUP REWRITE INCOMPLETE - COPY ERASBKUP TO MSTRBKUP"
                TO RPT-BKUP-LINE
            MOVE RPT-BKUP-LINE TO RPT-STATUS-LINE
        END-IF.

785-COPY-BACK.
    READ BKUP-HOLD-FILE
        AT END
            MOVE "Y" TO BKUP-EOF-SW
        NOT AT END
            WRITE BACKUP-LINE FROM BKUP-HOLD-LINE
            IF WS-BKUP-STATUS = "00"
                ADD 1 TO BS-REWRITTEN
            END-IF
    END-READ.

790-HASH-KEY.
    MOVE ZEROS TO RECORD-HASH.
    PERFORM 795-HASH-ONE-CHAR
        VARYING HASH-POS FROM 1 BY 1 UNTIL HASH-POS > HASH-KEY-LEN.

795-HASH-ONE-CHAR.
    MOVE HASH-KEY(HASH-POS:1) TO HASH-CHAR.
    MOVE ZEROS TO HASH-CHAR-VALUE.
    INSPECT HASH-ALPHABET TALLYING HASH-CHAR-VALUE
        FOR CHARACTERS BEFORE INITIAL HASH-CHAR.
    COMPUTE RECORD-HASH = RECORD-HASH + HASH-CHAR-VALUE * HASH-POS.

800-PRINT-CERTIFICATE.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    MOVE WS-RUN-DATE TO RDL-DATE.
    WRITE PRINT-LINE FROM RPT-DATE-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-REQ-HEADING.
    PERFORM 810-PRINT-REQUEST
        VARYING RQ-IX FROM 1 BY 1 UNTIL RQ-IX > RQ-COUNT.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-FILE-HEADING.
    PERFORM 820-PRINT-FILE-LINE
        VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "REQUESTS READ" TO RCL-LABEL.
    MOVE ET-REQ-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "REQUESTS ACCEPTED" TO RCL-LABEL.
    MOVE ET-ACCEPTED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "REQUESTS REJECTED" TO RCL-LABEL.
    MOVE ET-REJECTED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "KEYED RECORDS NOT RE-KEYED" TO RCL-LABEL.
    MOVE ET-KEYED-OVERFLOW TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PLAYMLOG ENTRIES WRITTEN" TO RCL-LABEL.
    MOVE ET-LOGGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF ET-ACCEPTED > 0
        PERFORM 830-PRINT-BACKUP-SCRUB.
    WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    CLOSE PRINT-FILE.

810-PRINT-REQUEST.
    MOVE RQ-REFERENCE(RQ-IX) TO RQL-REFERENCE.
    MOVE RQ-REASON(RQ-IX) TO RQL-REASON.
    IF RQ-ACCEPTED(RQ-IX)
        MOVE SPACES TO RQL-PLAYER-ID
        MOVE RQ-TOKEN(RQ-IX) TO RQL-TOKEN
        MOVE "ERASED" TO RQL-STATUS
    ELSE
        MOVE RQ-PLAYER-ID(RQ-IX) TO RQL-PLAYER-ID
        MOVE SPACES TO RQL-TOKEN
        MOVE "REJECTED" TO RQL-STATUS.
    WRITE PRINT-LINE FROM RPT-REQ-LINE.
    IF RQ-ACCEPTED(RQ-IX)
        PERFORM 815-PRINT-REQUEST-HITS
            VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > FILE-COUNT.

815-PRINT-REQUEST-HITS.
    IF RQ-HITS(RQ-IX, FILE-IX) > 0
        MOVE FDEF-NAME(FILE-IX) TO RHL-FILE
        MOVE RQ-HITS(RQ-IX, FILE-IX) TO RHL-COUNT
        WRITE PRINT-LINE FROM RPT-HIT-LINE.

820-PRINT-FILE-LINE.
    MOVE FDEF-NAME(FILE-IX) TO RFL-FILE.
    MOVE FT-READ(FILE-IX) TO RFL-READ.
    MOVE FT-CHANGED(FILE-IX) TO RFL-CHANGED.
    MOVE FT-DELETED(FILE-IX) TO RFL-DELETED.
    MOVE FT-WRITTEN(FILE-IX) TO RFL-WRITTEN.
    IF NOT FT-PRESENT(FILE-IX)
        MOVE "NOT PRESENT" TO RFL-RESULT
    ELSE IF FT-CHANGED(FILE-IX) = 0 AND FT-DELETED(FILE-IX) = 0
        MOVE "NO CHANGE" TO RFL-RESULT
    ELSE IF FILE-IX >= SEQ-FIRST-IX
        AND FT-WRITTEN(FILE-IX) NOT = FT-READ(FILE-IX)
        MOVE "COUNT MISMATCH" TO RFL-RESULT
    ELSE
        MOVE "UPDATED" TO RFL-RESULT.
    WRITE PRINT-LINE FROM RPT-FILE-LINE.

830-PRINT-BACKUP-SCRUB.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "BACKUP GENERATIONS READ" TO RCL-LABEL.
    MOVE BS-GENS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BACKUP GENERATIONS SCRUBBED" TO RCL-LABEL.
    MOVE BS-GENS-CHANGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BACKUP RECORDS RE-KEYED" TO RCL-LABEL.
    MOVE BS-CHANGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BACKUP CREDENTIALS DROPPED" TO RCL-LABEL.
    MOVE BS-DROPPED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    WRITE PRINT-LINE FROM RPT-BKUP-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.

995-RAISE-ALERT.
    MOVE "RAND0028" TO AA-PROGRAM.
    MOVE "RAND0028" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
