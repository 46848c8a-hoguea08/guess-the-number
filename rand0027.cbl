IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0027.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-SCORE-FILE ASSIGN TO "PLAYERSC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-PLAYER-ID
        FILE STATUS IS WS-PS-STATUS.
    SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
    SELECT GAME-LEDG-FILE ASSIGN TO "GAMELEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDG-STATUS.
    SELECT LEDG-ARCH-FILE ASSIGN TO "LEDGARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LARCH-STATUS.
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
    SELECT GUESS-DTL-FILE ASSIGN TO "GUESSDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GD-KEY
        FILE STATUS IS WS-GD-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT DOSS-WORK-FILE ASSIGN TO "DOSSWORK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DW-KEY
        FILE STATUS IS WS-DW-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PLAYER-SCORE-FILE.
    COPY PLAYERSC.

FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  GAME-LEDG-FILE.
    COPY GAMELEDG.

FD  LEDG-ARCH-FILE.
01  LARCH-RECORD                PIC X(46).

FD  BADGE-FILE.
    COPY PLAYBDGE.

FD  CHALLENGE-FILE.
    COPY CHALLNGE.

FD  TOURN-CTL-FILE.
    COPY TOURNCTL.

FD  TOURN-ENR-FILE.
    COPY TOURNENR.

FD  SESS-LOCK-FILE.
    COPY SESSLOCK.

FD  GAME-CKPT-FILE.
    COPY GAMECKPT.

FD  GUESS-DTL-FILE.
    COPY GUESSDTL.

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE          PIC X(102).

FD  DOSS-WORK-FILE.
01  DOSS-WORK-RECORD.
    05  DW-KEY.
        10  DW-SECTION      PIC X.
        10  DW-SEQ          PIC 9(05).
    05  DW-DATE             PIC X(08).
    05  DW-TIME             PIC 9(08).
    05  DW-TYPE             PIC XX.
    05  DW-ROLE             PIC X.
    05  DW-RESULT           PIC X.
    05  DW-ROUND-ID         PIC 9(09).
    05  DW-AMOUNT           PIC S9(07).
    05  DW-TEXT             PIC X(102).

WORKING-STORAGE SECTION.

COPY MAINTLOG.
COPY AUTHCKPA.
COPY ALERTPA.

01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-LEDG-STATUS          PIC XX VALUES "00".
01  WS-LARCH-STATUS         PIC XX VALUES "00".
01  WS-BG-STATUS            PIC XX VALUES "00".
01  WS-CH-STATUS            PIC XX VALUES "00".
01  WS-TC-STATUS            PIC XX VALUES "00".
01  WS-TE-STATUS            PIC XX VALUES "00".
01  WS-SL-STATUS            PIC XX VALUES "00".
01  WS-CKPT-STATUS          PIC XX VALUES "00".
01  WS-GD-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  WS-DW-STATUS            PIC XX VALUES "00".

01  OPERATOR-ID             PIC X(10) VALUES SPACES.
01  OPERATOR-PIN            PIC X(06) VALUES SPACES.
01  DOSS-ACTION             PIC X VALUES SPACES.
01  DONE-SW                 PIC X VALUES "N".
    88  INQUIRY-DONE            VALUES "Y".
01  PLAYER-DONE-SW          PIC X VALUES "N".
    88  PLAYER-DONE             VALUES "Y".
01  FILE-EOF-SW             PIC X VALUES "N".
    88  FILE-EOF                VALUES "Y".
01  RECORD-FOUND-SW         PIC X VALUES "N".
    88  RECORD-FOUND            VALUES "Y".
01  PS-OPEN-SW              PIC X VALUES "N".
    88  PS-OPEN                 VALUES "Y".
01  BG-OPEN-SW              PIC X VALUES "N".
    88  BG-OPEN                 VALUES "Y".
01  CH-OPEN-SW              PIC X VALUES "N".
    88  CH-OPEN                 VALUES "Y".
01  TC-OPEN-SW              PIC X VALUES "N".
    88  TC-OPEN-FILE            VALUES "Y".
01  TE-OPEN-SW              PIC X VALUES "N".
    88  TE-OPEN                 VALUES "Y".
01  SL-OPEN-SW              PIC X VALUES "N".
    88  SL-OPEN                 VALUES "Y".
01  CKPT-OPEN-SW            PIC X VALUES "N".
    88  CKPT-OPEN               VALUES "Y".
01  GD-OPEN-SW              PIC X VALUES "N".
    88  GD-OPEN                 VALUES "Y".

01  DOSS-PLAYER-ID          PIC X(10) VALUES SPACES.
01  FILTER-FROM             PIC X(08) VALUES "00000000".
01  FILTER-TO               PIC X(08) VALUES "99999999".
01  FILTER-IN               PIC X(08) VALUES SPACES.
01  CUR-SECTION             PIC X VALUES "M".
01  SECT-IX                 PIC 9 VALUES ZEROS.
01  CUR-PAGE                PIC 9(04) VALUES ZEROS.
01  PAGE-COUNT              PIC 9(04) VALUES ZEROS.
01  PAGE-SIZE               PIC 99 VALUES 10.
01  FIRST-SEQ               PIC 9(05) VALUES ZEROS.
01  LAST-SEQ                PIC 9(05) VALUES ZEROS.
01  SHOW-SEQ                PIC 9(05) VALUES ZEROS.
01  LINE-NO                 PIC 99 VALUES ZEROS.
01  LINE-NO-DISP            PIC Z9.
01  JUMP-LINE               PIC 99 VALUES ZEROS.
01  PAY-DATE                PIC X(08) VALUES SPACES.
01  PAY-TIME                PIC 9(08) VALUES ZEROS.
01  PAY-AMOUNT-DISP         PIC ZZZ,ZZ9-.
01  BEST-SEQ                PIC 9(05) VALUES ZEROS.
01  SCAN-SEQ                PIC 9(05) VALUES ZEROS.
01  GUESS-NBR               PIC 9 VALUES ZEROS.
01  PAGE-DISP               PIC ZZZ9.
01  PAGE-COUNT-DISP         PIC ZZZ9.
01  COUNT-DISP              PIC ZZZZ9.
01  BALANCE-DISP            PIC Z,ZZZ,ZZ9-.
01  BADGE-NAME              PIC X(30) VALUES SPACES.

01  SECTION-LETTERS         PIC X(06) VALUES "RLBCTG".
01  SECTION-LETTER-TABLE REDEFINES SECTION-LETTERS.
    05  SECTION-LETTER      PIC X OCCURS 6 TIMES.

01  SECTION-NAMES.
    05  FILLER              PIC X(24) VALUES "ROUNDS".
    05  FILLER              PIC X(24) VALUES "LEDGER MOVEMENTS".
    05  FILLER              PIC X(24) VALUES "BADGES".
    05  FILLER              PIC X(24) VALUES "PENDING CHALLENGES".
    05  FILLER              PIC X(24) VALUES "TOURNAMENT ENROLLMENTS".
    05  FILLER              PIC X(24) VALUES "MAINTENANCE LOG".
01  SECTION-NAME-TABLE REDEFINES SECTION-NAMES.
    05  SECTION-NAME        PIC X(24) OCCURS 6 TIMES.

01  SECTION-COUNTS.
    05  SECT-COUNT          PIC 9(05) OCCURS 6 TIMES.

01  ROUND-HEADING           PIC X(100) VALUES
    "    DATE     TIME      ROUND ID  ROLE     MODE  RANGE  GUESSES  RESULT  OTHER PLAYER".

01  ROUND-LINE.
    05  RL-DATE             PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RL-TIME             PIC 9(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RL-ROUND-ID         PIC Z(08)9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-ROLE             PIC X(07).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-MODE             PIC X(04).
    05  FILLER              PIC X(03) VALUES SPACES.
    05  RL-RANGE            PIC ZZ9.
    05  FILLER              PIC X(08) VALUES SPACES.
    05  RL-GUESSES          PIC 9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RL-RESULT           PIC X(04).
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RL-OTHER-ID         PIC X(10).

01  LEDGER-HEADING          PIC X(100) VALUES
    "    DATE     TIME      TYPE         AMOUNT     BALANCE  MULT".

01  LEDGER-LINE.
    05  LL-DATE             PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  LL-TIME             PIC 9(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  LL-TYPE             PIC X(10).
    05  LL-AMOUNT           PIC Z,ZZZ,ZZ9-.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  LL-BALANCE          PIC Z,ZZZ,ZZ9-.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  LL-MULT             PIC Z9.

01  BADGE-HEADING           PIC X(100) VALUES
    "    CODE      BADGE                           EARNED    ANNOUNCED".

01  BADGE-LINE.
    05  BL-CODE             PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  BL-NAME             PIC X(30).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  BL-DATE             PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  BL-ANNOUNCED        PIC X(03).

01  CHALLENGE-HEADING       PIC X(100) VALUES
    "    DIRECTION      OTHER PLAYER  POSTED    TIME      TIER".

01  CHALLENGE-LINE.
    05  CL-DIRECTION        PIC X(13).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-OTHER-ID         PIC X(10).
    05  FILLER              PIC X(04) VALUES SPACES.
    05  CL-DATE             PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-TIME             PIC 9(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  CL-TIER             PIC X.

01  ENROLL-HEADING          PIC X(100) VALUES
    "    EVENT     NAME                  TYPE  STATUS  GAMES   WINS   POINTS  SEED  BRACKET".

01  ENROLL-LINE.
    05  EL-EVENT-ID         PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  EL-NAME             PIC X(20).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  EL-TYPE             PIC X.
    05  FILLER              PIC X(05) VALUES SPACES.
    05  EL-STATUS           PIC X.
    05  FILLER              PIC X(03) VALUES SPACES.
    05  EL-GAMES            PIC ZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  EL-WINS             PIC ZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  EL-POINTS           PIC ZZZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  EL-SEED             PIC ZZ9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  EL-BR-STATUS        PIC X.

01  LOG-HEADING             PIC X(100) VALUES
    "    DATE     TIME     OPERATOR   ACTION     FROM ID    TO ID      DETAIL".

01  GUESS-LINE.
    05  FILLER              PIC X(08) VALUES "  GUESS ".
    05  GL-NBR              PIC 9.
    05  FILLER              PIC X(02) VALUES ": ".
    05  GL-GUESS            PIC ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  GL-RESPONSE         PIC X(08).

PROCEDURE DIVISION.

DISPLAY "Player dossier inquiry.".
DISPLAY "Operator ID: ".
ACCEPT OPERATOR-ID.
DISPLAY "Operator PIN: ".
ACCEPT OPERATOR-PIN WITH NO-ECHO.
PERFORM 005-CHECK-AUTHORITY.
IF NOT AP-GRANTED
    DISPLAY "Sign-on refused - not authorised for player inquiry."
    STOP RUN.
PERFORM 010-OPEN-MASTER-FILES.
PERFORM 100-INQUIRY-ROUND
    UNTIL INQUIRY-DONE.
PERFORM 090-CLOSE-MASTER-FILES.
STOP RUN.

005-CHECK-AUTHORITY.
    MOVE OPERATOR-ID TO AP-OPERATOR-ID.
    MOVE OPERATOR-PIN TO AP-PIN.
    MOVE "P" TO AP-AUTHORITY.
    MOVE "RAND0027" TO AP-PROGRAM.
    MOVE SPACES TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.

010-OPEN-MASTER-FILES.
    OPEN INPUT PLAYER-SCORE-FILE.
    IF WS-PS-STATUS = "00"
        MOVE "Y" TO PS-OPEN-SW.
    OPEN INPUT BADGE-FILE.
    IF WS-BG-STATUS = "00"
        MOVE "Y" TO BG-OPEN-SW.
    OPEN INPUT CHALLENGE-FILE.
    IF WS-CH-STATUS = "00"
        MOVE "Y" TO CH-OPEN-SW.
    OPEN INPUT TOURN-CTL-FILE.
    IF WS-TC-STATUS = "00"
        MOVE "Y" TO TC-OPEN-SW.
    OPEN INPUT TOURN-ENR-FILE.
    IF WS-TE-STATUS = "00"
        MOVE "Y" TO TE-OPEN-SW.
    OPEN INPUT SESS-LOCK-FILE.
    IF WS-SL-STATUS = "00"
        MOVE "Y" TO SL-OPEN-SW.
    OPEN INPUT GAME-CKPT-FILE.
    IF WS-CKPT-STATUS = "00"
        MOVE "Y" TO CKPT-OPEN-SW.
    OPEN INPUT GUESS-DTL-FILE.
    IF WS-GD-STATUS = "00"
        MOVE "Y" TO GD-OPEN-SW.

090-CLOSE-MASTER-FILES.
    IF PS-OPEN
        CLOSE PLAYER-SCORE-FILE.
    IF BG-OPEN
        CLOSE BADGE-FILE.
    IF CH-OPEN
        CLOSE CHALLENGE-FILE.
    IF TC-OPEN-FILE
        CLOSE TOURN-CTL-FILE.
    IF TE-OPEN
        CLOSE TOURN-ENR-FILE.
    IF SL-OPEN
        CLOSE SESS-LOCK-FILE.
    IF CKPT-OPEN
        CLOSE GAME-CKPT-FILE.
    IF GD-OPEN
        CLOSE GUESS-DTL-FILE.

100-INQUIRY-ROUND.
    DISPLAY "Player ID (blank to exit): ".
    MOVE SPACES TO DOSS-PLAYER-ID.
    ACCEPT DOSS-PLAYER-ID.
    IF DOSS-PLAYER-ID = SPACES
        MOVE "Y" TO DONE-SW
    ELSE
        MOVE "00000000" TO FILTER-FROM
        MOVE "99999999" TO FILTER-TO
        PERFORM 200-BUILD-DOSSIER
        PERFORM 500-SHOW-MASTER
        MOVE "N" TO PLAYER-DONE-SW
        PERFORM 150-DOSSIER-ACTION
            UNTIL PLAYER-DONE
        CLOSE DOSS-WORK-FILE.

150-DOSSIER-ACTION.
    DISPLAY "Select an action for " DOSS-PLAYER-ID ":".
    DISPLAY "  M - Master, session lock and round checkpoint".
    DISPLAY "  R - Rounds            L - Ledger movements".
    DISPLAY "  B - Badges            C - Pending challenges".
    DISPLAY "  T - Tournaments       G - Maintenance log".
    DISPLAY "  N - Next page         P - Previous page".
    DISPLAY "  F - Set date range    J - Jump from a payout to its round".
    DISPLAY "  X - Finished with this player".
    ACCEPT DOSS-ACTION.
    IF DOSS-ACTION = "M"
        PERFORM 500-SHOW-MASTER
    ELSE IF DOSS-ACTION = "R" OR "L" OR "B" OR "C" OR "T" OR "G"
        MOVE DOSS-ACTION TO CUR-SECTION
        MOVE 1 TO CUR-PAGE
        PERFORM 600-SHOW-PAGE
    ELSE IF DOSS-ACTION = "N"
        PERFORM 160-NEXT-PAGE
    ELSE IF DOSS-ACTION = "P"
        PERFORM 165-PREVIOUS-PAGE
    ELSE IF DOSS-ACTION = "F"
        PERFORM 170-SET-FILTER
    ELSE IF DOSS-ACTION = "J"
        PERFORM 700-JUMP-TO-ROUND
    ELSE IF DOSS-ACTION = "X"
        MOVE "Y" TO PLAYER-DONE-SW
    ELSE
        DISPLAY "Unknown action.".

160-NEXT-PAGE.
    IF CUR-SECTION = "M"
        DISPLAY "Choose a section to page through first."
    ELSE
        PERFORM 180-FIND-SECTION
        PERFORM 185-COUNT-PAGES
        IF CUR-PAGE < PAGE-COUNT
            ADD 1 TO CUR-PAGE
            PERFORM 600-SHOW-PAGE
        ELSE
            DISPLAY "Already on the last page.".

165-PREVIOUS-PAGE.
    IF CUR-SECTION = "M"
        DISPLAY "Choose a section to page through first."
    ELSE IF CUR-PAGE > 1
        SUBTRACT 1 FROM CUR-PAGE
        PERFORM 600-SHOW-PAGE
    ELSE
        DISPLAY "Already on the first page.".

170-SET-FILTER.
    DISPLAY "From date (YYYYMMDD, blank for no limit): ".
    MOVE SPACES TO FILTER-IN.
    ACCEPT FILTER-IN.
    IF FILTER-IN = SPACES
        MOVE "00000000" TO FILTER-FROM
    ELSE IF FILTER-IN NUMERIC
        MOVE FILTER-IN TO FILTER-FROM
    ELSE
        DISPLAY "Date must be YYYYMMDD - from date not changed.".
    DISPLAY "To date (YYYYMMDD, blank for no limit): ".
    MOVE SPACES TO FILTER-IN.
    ACCEPT FILTER-IN.
    IF FILTER-IN = SPACES
        MOVE "99999999" TO FILTER-TO
    ELSE IF FILTER-IN NUMERIC
        MOVE FILTER-IN TO FILTER-TO
    ELSE
        DISPLAY "Date must be YYYYMMDD - to date not changed.".
    CLOSE DOSS-WORK-FILE.
    PERFORM 200-BUILD-DOSSIER.
    IF CUR-SECTION = "M"
        PERFORM 500-SHOW-MASTER
    ELSE
        MOVE 1 TO CUR-PAGE
        PERFORM 600-SHOW-PAGE.

180-FIND-SECTION.
    MOVE ZEROS TO SECT-IX.
    PERFORM 182-MATCH-SECTION
        VARYING LINE-NO FROM 1 BY 1 UNTIL LINE-NO > 6.

182-MATCH-SECTION.
    IF SECTION-LETTER(LINE-NO) = CUR-SECTION
        MOVE LINE-NO TO SECT-IX.

185-COUNT-PAGES.
    COMPUTE PAGE-COUNT =
        (SECT-COUNT(SECT-IX) + PAGE-SIZE - 1) / PAGE-SIZE.

200-BUILD-DOSSIER.
    OPEN OUTPUT DOSS-WORK-FILE.
    CLOSE DOSS-WORK-FILE.
    OPEN I-O DOSS-WORK-FILE.
    IF WS-DW-STATUS NOT = "00"
        PERFORM 990-WORK-ABEND.
    MOVE ZEROS TO SECTION-COUNTS.
    PERFORM 210-LOAD-ROUNDS.
    PERFORM 220-LOAD-LEDGER.
    PERFORM 230-LOAD-BADGES.
    PERFORM 240-LOAD-CHALLENGES.
    PERFORM 250-LOAD-ENROLLMENTS.
    PERFORM 260-LOAD-MAINT-LOG.

210-LOAD-ROUNDS.
    MOVE 1 TO SECT-IX.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 212-TAKE-ARCH-ROUND
            UNTIL FILE-EOF
        CLOSE GAME-ARCH-FILE.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 214-TAKE-HIST-ROUND
            UNTIL FILE-EOF
        CLOSE GAME-HIST-FILE.

212-TAKE-ARCH-ROUND.
    READ GAME-ARCH-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE ARCH-RECORD TO GAME-HIST-RECORD
            PERFORM 216-ADD-ROUND
    END-READ.

214-TAKE-HIST-ROUND.
    READ GAME-HIST-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 216-ADD-ROUND
    END-READ.

216-ADD-ROUND.
    IF (GH-PLAYER-ID = DOSS-PLAYER-ID OR GH-SETTER-ID = DOSS-PLAYER-ID)
        AND GH-DATE >= FILTER-FROM AND GH-DATE <= FILTER-TO
        MOVE GH-DATE TO RL-DATE
        MOVE GH-TIME TO RL-TIME
        MOVE GH-ROUND-ID TO RL-ROUND-ID
        MOVE GH-RANGE-MAX TO RL-RANGE
        MOVE GH-NUM-GUESSES TO RL-GUESSES
        IF GH-HEAD-TO-HEAD
            MOVE "H2H" TO RL-MODE
        ELSE
            MOVE "SOLO" TO RL-MODE
        END-IF
        IF GH-WIN
            MOVE "WON" TO RL-RESULT
        ELSE
            MOVE "LOST" TO RL-RESULT
        END-IF
        IF GH-PLAYER-ID = DOSS-PLAYER-ID
            MOVE "GUESSER" TO RL-ROLE
            MOVE GH-SETTER-ID TO RL-OTHER-ID
            MOVE "G" TO DW-ROLE
        ELSE
            MOVE "SETTER" TO RL-ROLE
            MOVE GH-PLAYER-ID TO RL-OTHER-ID
            MOVE "S" TO DW-ROLE
        END-IF
        MOVE GH-DATE TO DW-DATE
        MOVE GH-TIME TO DW-TIME
        MOVE SPACES TO DW-TYPE
        MOVE GH-RESULT TO DW-RESULT
        MOVE GH-ROUND-ID TO DW-ROUND-ID
        MOVE ZEROS TO DW-AMOUNT
        MOVE ROUND-LINE TO DW-TEXT
        PERFORM 280-ADD-WORK-LINE.

220-LOAD-LEDGER.
    MOVE 2 TO SECT-IX.
    OPEN INPUT LEDG-ARCH-FILE.
    IF WS-LARCH-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 222-TAKE-ARCH-LEDGER
            UNTIL FILE-EOF
        CLOSE LEDG-ARCH-FILE.
    OPEN INPUT GAME-LEDG-FILE.
    IF WS-LEDG-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 224-TAKE-LEDGER
            UNTIL FILE-EOF
        CLOSE GAME-LEDG-FILE.

222-TAKE-ARCH-LEDGER.
    READ LEDG-ARCH-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE LARCH-RECORD TO GAME-LEDG-RECORD
            PERFORM 226-ADD-LEDGER
    END-READ.

224-TAKE-LEDGER.
    READ GAME-LEDG-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            PERFORM 226-ADD-LEDGER
    END-READ.

226-ADD-LEDGER.
    IF LG-PLAYER-ID = DOSS-PLAYER-ID
        AND LG-DATE >= FILTER-FROM AND LG-DATE <= FILTER-TO
        AND LG-AMOUNT NUMERIC
        MOVE LG-DATE TO LL-DATE
        MOVE LG-TIME TO LL-TIME
        IF LG-STAKE
            MOVE "ST STAKE" TO LL-TYPE
        ELSE IF LG-PAYOUT
            MOVE "PO PAYOUT" TO LL-TYPE
        ELSE IF LG-OPENING
            MOVE "OP GRANT" TO LL-TYPE
        ELSE IF LG-BALANCE-FWD
            MOVE "BF FWD" TO LL-TYPE
        ELSE
            MOVE "AJ ADJUST" TO LL-TYPE
        END-IF
        MOVE LG-AMOUNT TO LL-AMOUNT
        MOVE LG-BALANCE TO LL-BALANCE
        MOVE LG-MULT TO LL-MULT
        MOVE LG-DATE TO DW-DATE
        MOVE LG-TIME TO DW-TIME
        MOVE LG-TYPE TO DW-TYPE
        MOVE SPACES TO DW-ROLE
        MOVE SPACES TO DW-RESULT
        MOVE ZEROS TO DW-ROUND-ID
        MOVE LG-AMOUNT TO DW-AMOUNT
        MOVE LEDGER-LINE TO DW-TEXT
        PERFORM 280-ADD-WORK-LINE.

230-LOAD-BADGES.
    MOVE 3 TO SECT-IX.
    IF BG-OPEN
        MOVE "N" TO FILE-EOF-SW
        MOVE DOSS-PLAYER-ID TO BG-PLAYER-ID
        MOVE LOW-VALUES TO BG-BADGE-CODE
        START BADGE-FILE KEY >= BG-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 232-TAKE-BADGE
            UNTIL FILE-EOF.

232-TAKE-BADGE.
    READ BADGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            IF BG-PLAYER-ID NOT = DOSS-PLAYER-ID
                MOVE "Y" TO FILE-EOF-SW
            ELSE
                IF BG-EARN-DATE >= FILTER-FROM
                    AND BG-EARN-DATE <= FILTER-TO
                    PERFORM 234-ADD-BADGE
                END-IF
            END-IF
    END-READ.

234-ADD-BADGE.
    PERFORM 780-DECODE-BADGE.
    MOVE BG-BADGE-CODE TO BL-CODE.
    MOVE BADGE-NAME TO BL-NAME.
    MOVE BG-EARN-DATE TO BL-DATE.
    IF BG-ANNOUNCED
        MOVE "YES" TO BL-ANNOUNCED
    ELSE
        MOVE "NO" TO BL-ANNOUNCED.
    MOVE BG-EARN-DATE TO DW-DATE.
    MOVE ZEROS TO DW-TIME.
    MOVE SPACES TO DW-TYPE.
    MOVE SPACES TO DW-ROLE.
    MOVE SPACES TO DW-RESULT.
    MOVE ZEROS TO DW-ROUND-ID.
    MOVE ZEROS TO DW-AMOUNT.
    MOVE BADGE-LINE TO DW-TEXT.
    PERFORM 280-ADD-WORK-LINE.

240-LOAD-CHALLENGES.
    MOVE 4 TO SECT-IX.
    IF CH-OPEN
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO CH-KEY
        START CHALLENGE-FILE KEY >= CH-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 242-TAKE-CHALLENGE
            UNTIL FILE-EOF.

242-TAKE-CHALLENGE.
    READ CHALLENGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            IF (CH-OPPONENT-ID = DOSS-PLAYER-ID
                OR CH-SETTER-ID = DOSS-PLAYER-ID)
                AND CH-POSTED-DATE >= FILTER-FROM
                AND CH-POSTED-DATE <= FILTER-TO
                PERFORM 244-ADD-CHALLENGE
            END-IF
    END-READ.

244-ADD-CHALLENGE.
    IF CH-SETTER-ID = DOSS-PLAYER-ID
        MOVE "POSTED TO" TO CL-DIRECTION
        MOVE CH-OPPONENT-ID TO CL-OTHER-ID
        MOVE "S" TO DW-ROLE
    ELSE
        MOVE "RECEIVED FROM" TO CL-DIRECTION
        MOVE CH-SETTER-ID TO CL-OTHER-ID
        MOVE "G" TO DW-ROLE.
    MOVE CH-POSTED-DATE TO CL-DATE.
    MOVE CH-POSTED-TIME TO CL-TIME.
    MOVE CH-TIER TO CL-TIER.
    MOVE CH-POSTED-DATE TO DW-DATE.
    MOVE CH-POSTED-TIME TO DW-TIME.
    MOVE SPACES TO DW-TYPE.
    MOVE SPACES TO DW-RESULT.
    MOVE ZEROS TO DW-ROUND-ID.
    MOVE ZEROS TO DW-AMOUNT.
    MOVE CHALLENGE-LINE TO DW-TEXT.
    PERFORM 280-ADD-WORK-LINE.

250-LOAD-ENROLLMENTS.
    MOVE 5 TO SECT-IX.
    IF TE-OPEN
        MOVE "N" TO FILE-EOF-SW
        MOVE LOW-VALUES TO TE-KEY
        START TOURN-ENR-FILE KEY >= TE-KEY
            INVALID KEY
                MOVE "Y" TO FILE-EOF-SW
        END-START
        PERFORM 252-TAKE-ENROLLMENT
            UNTIL FILE-EOF.

252-TAKE-ENROLLMENT.
    READ TOURN-ENR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            IF TE-PLAYER-ID = DOSS-PLAYER-ID
                PERFORM 254-ADD-ENROLLMENT
            END-IF
    END-READ.

254-ADD-ENROLLMENT.
    MOVE "N" TO RECORD-FOUND-SW.
    IF TC-OPEN-FILE
        MOVE TE-EVENT-ID TO TC-EVENT-ID
        READ TOURN-CTL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO RECORD-FOUND-SW
        END-READ.
    IF NOT RECORD-FOUND
        MOVE SPACES TO TOURN-CTL-RECORD
        MOVE "(EVENT NOT ON FILE)" TO TC-EVENT-NAME
        MOVE FILTER-FROM TO TC-START-DATE
        MOVE FILTER-TO TO TC-END-DATE.
    IF TC-START-DATE <= FILTER-TO AND TC-END-DATE >= FILTER-FROM
        MOVE TE-EVENT-ID TO EL-EVENT-ID
        MOVE TC-EVENT-NAME TO EL-NAME
        IF TC-BRACKET-EVENT
            MOVE "B" TO EL-TYPE
        ELSE
            MOVE "W" TO EL-TYPE
        END-IF
        MOVE TC-STATUS TO EL-STATUS
        MOVE TE-GAMES TO EL-GAMES
        MOVE TE-WINS TO EL-WINS
        MOVE TE-POINTS TO EL-POINTS
        MOVE TE-SEED TO EL-SEED
        MOVE TE-BR-STATUS TO EL-BR-STATUS
        MOVE TC-START-DATE TO DW-DATE
        MOVE ZEROS TO DW-TIME
        MOVE SPACES TO DW-TYPE
        MOVE SPACES TO DW-ROLE
        MOVE SPACES TO DW-RESULT
        MOVE ZEROS TO DW-ROUND-ID
        MOVE ZEROS TO DW-AMOUNT
        MOVE ENROLL-LINE TO DW-TEXT
        PERFORM 280-ADD-WORK-LINE.

260-LOAD-MAINT-LOG.
    MOVE 6 TO SECT-IX.
    OPEN INPUT MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 262-TAKE-LOG-LINE
            UNTIL FILE-EOF
        CLOSE MAINT-LOG-FILE.

262-TAKE-LOG-LINE.
    READ MAINT-LOG-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE MAINT-LOG-LINE TO MAINT-LOG-RECORD
            IF (ML-FROM-ID = DOSS-PLAYER-ID
                OR ML-TO-ID = DOSS-PLAYER-ID)
                AND ML-DATE >= FILTER-FROM AND ML-DATE <= FILTER-TO
                PERFORM 264-ADD-LOG-LINE
            END-IF
    END-READ.

264-ADD-LOG-LINE.
    MOVE ML-DATE TO DW-DATE.
    MOVE ML-TIME TO DW-TIME.
    MOVE SPACES TO DW-TYPE.
    MOVE SPACES TO DW-ROLE.
    MOVE SPACES TO DW-RESULT.
    MOVE ZEROS TO DW-ROUND-ID.
    MOVE ZEROS TO DW-AMOUNT.
    MOVE MAINT-LOG-LINE TO DW-TEXT.
    PERFORM 280-ADD-WORK-LINE.

280-ADD-WORK-LINE.
    ADD 1 TO SECT-COUNT(SECT-IX).
    MOVE SECTION-LETTER(SECT-IX) TO DW-SECTION.
    MOVE SECT-COUNT(SECT-IX) TO DW-SEQ.
    WRITE DOSS-WORK-RECORD
        INVALID KEY
            PERFORM 990-WORK-ABEND
    END-WRITE.

500-SHOW-MASTER.
    MOVE "M" TO CUR-SECTION.
    DISPLAY "Dossier for player " DOSS-PLAYER-ID
        "  dates " FILTER-FROM " to " FILTER-TO.
    MOVE "N" TO RECORD-FOUND-SW.
    IF PS-OPEN
        MOVE DOSS-PLAYER-ID TO PS-PLAYER-ID
        READ PLAYER-SCORE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO RECORD-FOUND-SW
        END-READ.
    IF NOT RECORD-FOUND
        DISPLAY "  Not on the player master."
    ELSE
        MOVE PS-BALANCE TO BALANCE-DISP
        DISPLAY "  Games " PS-GAMES-PLAYED "  Wins " PS-WINS
            "  Best " PS-BEST-GUESSES "  Status " PS-STATUS
            "  Rating " PS-RATING
        DISPLAY "  Point balance " BALANCE-DISP.
    PERFORM 510-SHOW-SESSION-LOCK.
    PERFORM 520-SHOW-CHECKPOINT.
    PERFORM 530-SHOW-SECTION-COUNT
        VARYING SECT-IX FROM 1 BY 1 UNTIL SECT-IX > 6.

510-SHOW-SESSION-LOCK.
    MOVE "N" TO RECORD-FOUND-SW.
    IF SL-OPEN
        MOVE DOSS-PLAYER-ID TO SL-PLAYER-ID
        READ SESS-LOCK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO RECORD-FOUND-SW
        END-READ.
    IF RECORD-FOUND
        DISPLAY "  Session lock held since " SL-LOGIN-DATE " "
            SL-LOGIN-TIME "  override by " SL-OVERRIDE-OPER
    ELSE
        DISPLAY "  No session lock held.".

520-SHOW-CHECKPOINT.
    MOVE "N" TO RECORD-FOUND-SW.
    IF CKPT-OPEN
        MOVE DOSS-PLAYER-ID TO CKPT-ID
        READ GAME-CKPT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO RECORD-FOUND-SW
        END-READ.
    IF RECORD-FOUND
        DISPLAY "  Round checkpoint: range 1-" CKPT-RANGE-MAX
            "  guesses " CKPT-NUM-GUESSES " of " CKPT-MAX-GUESSES
            "  mode " CKPT-MODE "  setter " CKPT-SETTER-ID
    ELSE
        DISPLAY "  No round checkpoint.".

530-SHOW-SECTION-COUNT.
    MOVE SECT-COUNT(SECT-IX) TO COUNT-DISP.
    DISPLAY "  " SECTION-LETTER(SECT-IX) " - " SECTION-NAME(SECT-IX)
        COUNT-DISP.

600-SHOW-PAGE.
    PERFORM 180-FIND-SECTION.
    PERFORM 185-COUNT-PAGES.
    IF SECT-COUNT(SECT-IX) = 0
        DISPLAY "No " SECTION-NAME(SECT-IX) " for " DOSS-PLAYER-ID
            " in the date range."
    ELSE
        IF CUR-PAGE > PAGE-COUNT
            MOVE PAGE-COUNT TO CUR-PAGE
        END-IF
        MOVE CUR-PAGE TO PAGE-DISP
        MOVE PAGE-COUNT TO PAGE-COUNT-DISP
        IF CUR-SECTION = "B" OR CUR-SECTION = "C"
            OR CUR-SECTION = "T"
            DISPLAY SECTION-NAME(SECT-IX) " - page "
                PAGE-DISP " of " PAGE-COUNT-DISP
        ELSE
            DISPLAY SECTION-NAME(SECT-IX) " - newest first - page "
                PAGE-DISP " of " PAGE-COUNT-DISP
        END-IF
        PERFORM 605-SHOW-HEADING
        COMPUTE FIRST-SEQ = SECT-COUNT(SECT-IX)
            - ((CUR-PAGE - 1) * PAGE-SIZE)
        IF FIRST-SEQ > PAGE-SIZE
            COMPUTE LAST-SEQ = FIRST-SEQ - PAGE-SIZE + 1
        ELSE
            MOVE 1 TO LAST-SEQ
        END-IF
        MOVE ZEROS TO LINE-NO
        PERFORM 610-SHOW-ONE-LINE
            VARYING SHOW-SEQ FROM FIRST-SEQ BY -1
            UNTIL SHOW-SEQ < LAST-SEQ.

605-SHOW-HEADING.
    IF CUR-SECTION = "R"
        DISPLAY ROUND-HEADING
    ELSE IF CUR-SECTION = "L"
        DISPLAY LEDGER-HEADING
    ELSE IF CUR-SECTION = "B"
        DISPLAY BADGE-HEADING
    ELSE IF CUR-SECTION = "C"
        DISPLAY CHALLENGE-HEADING
    ELSE IF CUR-SECTION = "T"
        DISPLAY ENROLL-HEADING
    ELSE
        DISPLAY LOG-HEADING.

610-SHOW-ONE-LINE.
    ADD 1 TO LINE-NO.
    MOVE LINE-NO TO LINE-NO-DISP.
    MOVE CUR-SECTION TO DW-SECTION.
    MOVE SHOW-SEQ TO DW-SEQ.
    READ DOSS-WORK-FILE
        INVALID KEY
            PERFORM 990-WORK-ABEND
        NOT INVALID KEY
            DISPLAY LINE-NO-DISP "  " DW-TEXT
    END-READ.

700-JUMP-TO-ROUND.
    IF CUR-SECTION NOT = "L"
        DISPLAY "Show a page of ledger movements first, then pick the"
            " payout line."
    ELSE
        PERFORM 180-FIND-SECTION
        DISPLAY "Line number of the payout on this page: "
        MOVE ZEROS TO JUMP-LINE
        ACCEPT JUMP-LINE
        COMPUTE FIRST-SEQ = SECT-COUNT(SECT-IX)
            - ((CUR-PAGE - 1) * PAGE-SIZE)
        IF JUMP-LINE < 1 OR JUMP-LINE > PAGE-SIZE
            OR JUMP-LINE > FIRST-SEQ
            DISPLAY "No such line on this page."
        ELSE
            PERFORM 710-FIND-PAYOUT-ROUND.

710-FIND-PAYOUT-ROUND.
    MOVE "L" TO DW-SECTION.
    COMPUTE DW-SEQ = FIRST-SEQ - JUMP-LINE + 1.
    READ DOSS-WORK-FILE
        INVALID KEY
            PERFORM 990-WORK-ABEND
    END-READ.
    IF DW-TYPE NOT = "PO"
        DISPLAY "That line is not a payout."
    ELSE
        MOVE DW-DATE TO PAY-DATE
        MOVE DW-TIME TO PAY-TIME
        MOVE DW-AMOUNT TO PAY-AMOUNT-DISP
        MOVE ZEROS TO BEST-SEQ
        PERFORM 715-MATCH-ROUND
            VARYING SCAN-SEQ FROM 1 BY 1 UNTIL SCAN-SEQ > SECT-COUNT(1)
        IF BEST-SEQ = 0
            DISPLAY "No winning round found for this payout on "
                PAY-DATE "."
        ELSE
            PERFORM 720-SHOW-PAID-ROUND.

715-MATCH-ROUND.
    MOVE "R" TO DW-SECTION.
    MOVE SCAN-SEQ TO DW-SEQ.
    READ DOSS-WORK-FILE
        INVALID KEY
            PERFORM 990-WORK-ABEND
    END-READ.
    IF DW-ROLE = "G" AND DW-RESULT = "W"
        AND DW-DATE = PAY-DATE AND DW-TIME <= PAY-TIME
        MOVE SCAN-SEQ TO BEST-SEQ.

720-SHOW-PAID-ROUND.
    MOVE "R" TO DW-SECTION.
    MOVE BEST-SEQ TO DW-SEQ.
    READ DOSS-WORK-FILE
        INVALID KEY
            PERFORM 990-WORK-ABEND
    END-READ.
    DISPLAY "Payout of " PAY-AMOUNT-DISP " was paid on round "
        DW-ROUND-ID ":".
    DISPLAY ROUND-HEADING.
    DISPLAY "    " DW-TEXT.
    IF GD-OPEN
        MOVE "N" TO FILE-EOF-SW
        PERFORM 725-SHOW-GUESS
            VARYING GUESS-NBR FROM 1 BY 1
            UNTIL GUESS-NBR > 7 OR FILE-EOF.
    MOVE "R" TO CUR-SECTION.
    COMPUTE CUR-PAGE = ((SECT-COUNT(1) - BEST-SEQ) / PAGE-SIZE) + 1.
    MOVE CUR-PAGE TO PAGE-DISP.
    DISPLAY "Rounds section positioned at page " PAGE-DISP
        " - N/P to page from there.".

725-SHOW-GUESS.
    MOVE DW-ROUND-ID TO GD-ROUND-ID.
    MOVE GUESS-NBR TO GD-GUESS-NBR.
    READ GUESS-DTL-FILE
        INVALID KEY
            MOVE "Y" TO FILE-EOF-SW
        NOT INVALID KEY
            MOVE GD-GUESS-NBR TO GL-NBR
            MOVE GD-GUESS TO GL-GUESS
            IF GD-TOO-HIGH
                MOVE "TOO HIGH" TO GL-RESPONSE
            ELSE IF GD-TOO-LOW
                MOVE "TOO LOW" TO GL-RESPONSE
            ELSE
                MOVE "CORRECT" TO GL-RESPONSE
            END-IF
            DISPLAY GUESS-LINE
    END-READ.

780-DECODE-BADGE.
    IF BG-BADGE-CODE = "FIRSTWIN"
        MOVE "FIRST WIN" TO BADGE-NAME
    ELSE IF BG-BADGE-CODE = "GAMES100"
        MOVE "100 GAMES PLAYED" TO BADGE-NAME
    ELSE IF BG-BADGE-CODE = "HARD1GS"
        MOVE "HARD WIN IN ONE GUESS" TO BADGE-NAME
    ELSE IF BG-BADGE-CODE = "STREAK3"
        MOVE "THREE-WIN STREAK" TO BADGE-NAME
    ELSE IF BG-BADGE-CODE = "SETWIN"
        MOVE "HEAD-TO-HEAD SETTER WIN" TO BADGE-NAME
    ELSE
        MOVE BG-BADGE-CODE TO BADGE-NAME.

990-WORK-ABEND.
    DISPLAY "DOSSIER WORK FILE ERROR - STATUS " WS-DW-STATUS
        " - INQUIRY ENDED".
    MOVE "E" TO AA-SEVERITY.
    MOVE SPACES TO AA-MESSAGE.
    STRING "DOSSIER WORK FILE ERROR - STATUS " WS-DW-STATUS
        " - INQUIRY ENDED" DELIMITED BY SIZE INTO AA-MESSAGE.
    MOVE DOSS-PLAYER-ID TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    PERFORM 995-RAISE-ALERT.
    PERFORM 090-CLOSE-MASTER-FILES.
    STOP RUN.

995-RAISE-ALERT.
    MOVE "RAND0027" TO AA-PROGRAM.
    MOVE "ONLINE" TO AA-STEP.
    MOVE SPACES TO AA-BUS-DATE.
    CALL "RAND0031" USING ALERT-PARM.
