IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0025.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT TOURN-BRK-FILE ASSIGN TO "TOURNBRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-KEY
        FILE STATUS IS WS-BM-STATUS.
    SELECT CHALLENGE-FILE ASSIGN TO "CHALLNGE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-KEY
        FILE STATUS IS WS-CH-STATUS.
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
    SELECT HOF-FILE ASSIGN TO "TOURNHOF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOF-STATUS.
    SELECT PRINT-FILE ASSIGN TO "BRKTPRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  TOURN-CTL-FILE.
    COPY TOURNCTL.

FD  TOURN-ENR-FILE.
    COPY TOURNENR.

FD  TOURN-BRK-FILE.
    COPY TOURNBRK.

FD  CHALLENGE-FILE.
    COPY CHALLNGE.

FD  PLAYER-SCORE-FILE.
    COPY PLAYERSC.

FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  HOF-FILE.
01  HOF-RECORD.
    05  HOF-EVENT-ID        PIC X(08).
    05  HOF-EVENT-NAME      PIC X(20).
    05  HOF-CLOSE-DATE      PIC X(08).
    05  HOF-RANK            PIC 99.
    05  HOF-PLAYER-ID       PIC X(10).
    05  HOF-GAMES           PIC 9(05).
    05  HOF-WINS            PIC 9(05).
    05  HOF-POINTS          PIC 9(07).

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SS-RATING           PIC 9(04).
    05  SS-PLAYER-ID        PIC X(10).

WORKING-STORAGE SECTION.

01  WS-TC-STATUS            PIC XX VALUES "00".
01  WS-TE-STATUS            PIC XX VALUES "00".
01  WS-BM-STATUS            PIC XX VALUES "00".
01  WS-CH-STATUS            PIC XX VALUES "00".
01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-HOF-STATUS           PIC XX VALUES "00".
01  CTL-EOF-SW              PIC X VALUES "N".
    88  CTL-EOF                 VALUES "Y".
01  ENR-EOF-SW              PIC X VALUES "N".
    88  ENR-EOF                 VALUES "Y".
01  BRK-EOF-SW              PIC X VALUES "N".
    88  BRK-EOF                 VALUES "Y".
01  HIST-EOF-SW             PIC X VALUES "N".
    88  HIST-EOF                VALUES "Y".
01  ARCH-EOF-SW             PIC X VALUES "N".
    88  ARCH-EOF                VALUES "Y".
01  SORT-EOF-SW             PIC X VALUES "N".
    88  SORT-EOF                VALUES "Y".
01  HEADING-SW              PIC X VALUES "N".
    88  EVENT-HEADED            VALUES "Y".

01  WS-TODAY                PIC X(08).
01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(08).
01  EXPIRY-DAYS             PIC 9(03) VALUES 14.
01  WS-CUTOFF-DATE          PIC 9(08).
01  WS-CUTOFF-INT           PIC 9(07).
01  WS-SEED-VALUE           PIC 9(08) VALUES ZEROS.
01  GENERATED-NUM           PIC 99V999.
01  WORK-TIER-RANGE         PIC 999 VALUES ZEROS.
01  WORK-POINTS             PIC 9(07) VALUES ZEROS.
01  WORK-SEED               PIC 999 VALUES ZEROS.
01  WORK-ID                 PIC X(10) VALUES SPACES.
01  LOSER-ID                PIC X(10) VALUES SPACES.
01  PRINT-ROUND             PIC 99 VALUES ZEROS.

01  SEED-LIMIT              PIC 999 VALUES 128.
01  SEED-COUNT              PIC 999 VALUES ZEROS.
01  SEED-TABLE.
    05  SD-PLAYER-ID        PIC X(10) OCCURS 128 TIMES.

01  BRACKET-SIZE            PIC 999 VALUES ZEROS.
01  HALF-SIZE               PIC 999 VALUES ZEROS.
01  ORDER-COUNT             PIC 999 VALUES ZEROS.
01  NEW-ORDER-COUNT         PIC 999 VALUES ZEROS.
01  SEED-ORDER-TABLE.
    05  SO-SEED             PIC 999 OCCURS 128 TIMES.
01  OX                      PIC 999 VALUES ZEROS.
01  MX                      PIC 999 VALUES ZEROS.
01  NX                      PIC 999 VALUES ZEROS.

01  MATCH-COUNT             PIC 999 VALUES ZEROS.
01  PENDING-COUNT           PIC 999 VALUES ZEROS.
01  MATCH-TABLE.
    05  MATCH-ENTRY OCCURS 64 TIMES.
        10  MT-MATCH        PIC 999.
        10  MT-HIGH-ID      PIC X(10).
        10  MT-HIGH-SEED    PIC 999.
        10  MT-LOW-ID       PIC X(10).
        10  MT-LOW-SEED     PIC 999.
        10  MT-CH-DATE      PIC X(08).
        10  MT-CH-TIME      PIC 9(08).
        10  MT-TARGET       PIC 999.
        10  MT-CH-OPEN-SW   PIC X.
        10  MT-STATUS       PIC X.
        10  MT-WINNER-ID    PIC X(10).
        10  MT-GUESSES      PIC 9.
        10  MT-ROUND-ID     PIC 9(09).
        10  MT-RESULT-DATE  PIC X(08).
        10  MT-POSTED-SW    PIC X.
        10  MT-CHANGED-SW   PIC X.

01  BRACKET-TOTALS.
    05  BT-EVENTS           PIC 9(07) VALUES ZEROS.
    05  BT-SEEDED           PIC 9(07) VALUES ZEROS.
    05  BT-PLAYERS-SEEDED   PIC 9(07) VALUES ZEROS.
    05  BT-NOT-SEEDED       PIC 9(07) VALUES ZEROS.
    05  BT-CHALLENGES       PIC 9(07) VALUES ZEROS.
    05  BT-BYES             PIC 9(07) VALUES ZEROS.
    05  BT-RESULTS          PIC 9(07) VALUES ZEROS.
    05  BT-FORFEITS         PIC 9(07) VALUES ZEROS.
    05  BT-ADVANCED         PIC 9(07) VALUES ZEROS.
    05  BT-CHAMPIONS        PIC 9(07) VALUES ZEROS.
    05  BT-HIST-READ        PIC 9(07) VALUES ZEROS.
    05  BT-ARCH-READ        PIC 9(07) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*     Guess the Number - Knockout Bracket Run        *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-EVENT-LINE.
    05  FILLER              PIC X(06) VALUES "EVENT ".
    05  RE-EVENT-ID         PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RE-EVENT-NAME       PIC X(20).
    05  FILLER              PIC X(07) VALUES "  TIER ".
    05  RE-TIER             PIC X.
    05  FILLER              PIC X(08) VALUES "  FIELD ".
    05  RE-SIZE             PIC ZZ9.
    05  FILLER              PIC X(16) VALUES "  CURRENT ROUND ".
    05  RE-ROUND            PIC Z9.

01  RPT-ROUND-LINE.
    05  FILLER              PIC X(08) VALUES "  ROUND ".
    05  RR-ROUND            PIC Z9.

01  RPT-MATCH-LINE.
    05  FILLER              PIC X(05) VALUES "    M".
    05  RM-MATCH            PIC 999.
    05  FILLER              PIC X(03) VALUES "  (".
    05  RM-HIGH-SEED        PIC ZZ9.
    05  FILLER              PIC X(02) VALUES ") ".
    05  RM-HIGH-ID          PIC X(10).
    05  FILLER              PIC X(04) VALUES " v (".
    05  RM-LOW-SEED         PIC ZZ9.
    05  FILLER              PIC X(02) VALUES ") ".
    05  RM-LOW-ID           PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RM-RESULT           PIC X(44).

01  RPT-NOTE-LINE.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RN-TEXT             PIC X(60).
    05  RN-PLAYER-ID        PIC X(10).

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC Z,ZZZ,ZZ9.

01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.
COPY ALERTPA.

PROCEDURE DIVISION.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0025 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
PERFORM 100-PROCESS-ONE-EVENT
    UNTIL CTL-EOF.
PERFORM 800-FINISH.
PERFORM 850-REGISTER-END.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0025" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE BT-EVENTS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    COMPUTE WS-CUTOFF-INT =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - EXPIRY-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-CUTOFF-DATE.
    ACCEPT WS-SEED-VALUE FROM TIME.
    COMPUTE GENERATED-NUM = FUNCTION RANDOM(WS-SEED-VALUE).
    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    OPEN I-O TOURN-ENR-FILE.
    PERFORM 010-OPEN-BRK-FILE.
    PERFORM 015-OPEN-CHALLENGE-FILE.
    OPEN INPUT PLAYER-SCORE-FILE.
    OPEN I-O TOURN-CTL-FILE.
    IF WS-TC-STATUS NOT = "00" OR WS-TE-STATUS NOT = "00"
        MOVE "NO TOURNAMENT FILES PRESENT - NOTHING TO RUN"
            TO PRINT-LINE
        WRITE PRINT-LINE
        MOVE "Y" TO CTL-EOF-SW
    ELSE
        MOVE LOW-VALUES TO TC-EVENT-ID
        START TOURN-CTL-FILE KEY >= TC-EVENT-ID
            INVALID KEY
                MOVE "Y" TO CTL-EOF-SW
        END-START.

010-OPEN-BRK-FILE.
    OPEN I-O TOURN-BRK-FILE.
    IF WS-BM-STATUS = "35"
        OPEN OUTPUT TOURN-BRK-FILE
        CLOSE TOURN-BRK-FILE
        OPEN I-O TOURN-BRK-FILE.

015-OPEN-CHALLENGE-FILE.
    OPEN I-O CHALLENGE-FILE.
    IF WS-CH-STATUS = "35"
        OPEN OUTPUT CHALLENGE-FILE
        CLOSE CHALLENGE-FILE
        OPEN I-O CHALLENGE-FILE.

100-PROCESS-ONE-EVENT.
    READ TOURN-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO CTL-EOF-SW
        NOT AT END
            IF TC-BRACKET-EVENT AND TC-OPEN
                PERFORM 200-RUN-BRACKET
            END-IF
    END-READ.

200-RUN-BRACKET.
    ADD 1 TO BT-EVENTS.
    IF TC-EASY-TIER
        MOVE 9 TO WORK-TIER-RANGE
    ELSE
        IF TC-MEDIUM-TIER
            MOVE 99 TO WORK-TIER-RANGE
        ELSE
            MOVE 999 TO WORK-TIER-RANGE.
    IF TC-BR-ROUND NOT NUMERIC
        MOVE ZEROS TO TC-BR-ROUND.
    IF TC-BR-SIZE NOT NUMERIC
        MOVE ZEROS TO TC-BR-SIZE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "N" TO HEADING-SW.
    IF TC-BR-ROUND = 0
        IF TC-START-DATE > WS-TODAY
            MOVE "BRACKET NOT YET STARTED - SEEDING ON START DATE"
                TO RN-TEXT
            MOVE SPACES TO RN-PLAYER-ID
            PERFORM 610-PRINT-EVENT-HEADING
            WRITE PRINT-LINE FROM RPT-NOTE-LINE
        ELSE
            PERFORM 300-SEED-BRACKET
        END-IF
    END-IF.
    IF TC-BR-ROUND > 0
        PERFORM 400-SETTLE-ROUND
        PERFORM 600-PRINT-BRACKET.

300-SEED-BRACKET.
    MOVE ZEROS TO SEED-COUNT.
    MOVE "N" TO SORT-EOF-SW.
    SORT SORT-WORK-FILE
        ON DESCENDING KEY SS-RATING
        ON ASCENDING KEY SS-PLAYER-ID
        INPUT PROCEDURE 310-RELEASE-ENROLLED
        OUTPUT PROCEDURE 320-ASSIGN-SEEDS.
    IF SEED-COUNT < 2
        PERFORM 610-PRINT-EVENT-HEADING
        MOVE "FEWER THAN TWO ACTIVE ENTRANTS - BRACKET NOT STARTED"
            TO RN-TEXT
        MOVE SPACES TO RN-PLAYER-ID
        WRITE PRINT-LINE FROM RPT-NOTE-LINE
    ELSE
        PERFORM 330-BUILD-SEED-ORDER
        COMPUTE HALF-SIZE = BRACKET-SIZE / 2
        PERFORM 340-POST-FIRST-MATCH
            VARYING MX FROM 1 BY 1
            UNTIL MX > HALF-SIZE
        MOVE 1 TO TC-BR-ROUND
        MOVE BRACKET-SIZE TO TC-BR-SIZE
        REWRITE TOURN-CTL-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        ADD 1 TO BT-SEEDED
        ADD SEED-COUNT TO BT-PLAYERS-SEEDED.

310-RELEASE-ENROLLED.
    MOVE "N" TO ENR-EOF-SW.
    MOVE TC-EVENT-ID TO TE-EVENT-ID.
    MOVE LOW-VALUES TO TE-PLAYER-ID.
    START TOURN-ENR-FILE KEY >= TE-KEY
        INVALID KEY
            MOVE "Y" TO ENR-EOF-SW
    END-START.
    PERFORM 315-RELEASE-ONE-ENTRANT
        UNTIL ENR-EOF.

315-RELEASE-ONE-ENTRANT.
    READ TOURN-ENR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO ENR-EOF-SW
        NOT AT END
            IF TE-EVENT-ID NOT = TC-EVENT-ID
                MOVE "Y" TO ENR-EOF-SW
            ELSE
                PERFORM 318-RATE-ONE-ENTRANT
            END-IF
    END-READ.

318-RATE-ONE-ENTRANT.
    MOVE TE-PLAYER-ID TO PS-PLAYER-ID.
    READ PLAYER-SCORE-FILE
        INVALID KEY
            MOVE "I" TO PS-STATUS
    END-READ.
    IF PS-INACTIVE
        MOVE ZEROS TO TE-SEED
        MOVE "E" TO TE-BR-STATUS
        MOVE ZEROS TO TE-BR-ROUND
        REWRITE TOURN-ENR-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        ADD 1 TO BT-NOT-SEEDED
        PERFORM 610-PRINT-EVENT-HEADING
        MOVE "NOT SEEDED - PLAYER INACTIVE OR NOT ON MASTER:"
            TO RN-TEXT
        MOVE TE-PLAYER-ID TO RN-PLAYER-ID
        WRITE PRINT-LINE FROM RPT-NOTE-LINE
    ELSE
        IF PS-RATING NUMERIC
            MOVE PS-RATING TO SS-RATING
        ELSE
            MOVE 1000 TO SS-RATING
        END-IF
        MOVE TE-PLAYER-ID TO SS-PLAYER-ID
        RELEASE SORT-WORK-RECORD.

320-ASSIGN-SEEDS.
    PERFORM 325-RETURN-SEEDED
        UNTIL SORT-EOF.

325-RETURN-SEEDED.
    RETURN SORT-WORK-FILE
        AT END
            MOVE "Y" TO SORT-EOF-SW
        NOT AT END
            PERFORM 328-SEED-ONE-ENTRANT
    END-RETURN.

328-SEED-ONE-ENTRANT.
    MOVE TC-EVENT-ID TO TE-EVENT-ID.
    MOVE SS-PLAYER-ID TO TE-PLAYER-ID.
    READ TOURN-ENR-FILE
        INVALID KEY
            CONTINUE
    END-READ.
    IF SEED-COUNT < SEED-LIMIT
        ADD 1 TO SEED-COUNT
        MOVE SS-PLAYER-ID TO SD-PLAYER-ID(SEED-COUNT)
        MOVE SEED-COUNT TO TE-SEED
        MOVE "A" TO TE-BR-STATUS
        MOVE 1 TO TE-BR-ROUND
    ELSE
        MOVE ZEROS TO TE-SEED
        MOVE "E" TO TE-BR-STATUS
        MOVE ZEROS TO TE-BR-ROUND
        ADD 1 TO BT-NOT-SEEDED
        PERFORM 610-PRINT-EVENT-HEADING
        MOVE "NOT SEEDED - BRACKET FIELD IS FULL:" TO RN-TEXT
        MOVE SS-PLAYER-ID TO RN-PLAYER-ID
        WRITE PRINT-LINE FROM RPT-NOTE-LINE.
    MOVE ZEROS TO TE-GAMES.
    MOVE ZEROS TO TE-WINS.
    MOVE ZEROS TO TE-POINTS.
    REWRITE TOURN-ENR-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.

330-BUILD-SEED-ORDER.
    MOVE 2 TO BRACKET-SIZE.
    PERFORM 332-DOUBLE-BRACKET-SIZE
        UNTIL BRACKET-SIZE >= SEED-COUNT.
    MOVE 1 TO ORDER-COUNT.
    MOVE 1 TO SO-SEED(1).
    PERFORM 335-SPREAD-SEED-ORDER
        UNTIL ORDER-COUNT >= BRACKET-SIZE.

332-DOUBLE-BRACKET-SIZE.
    COMPUTE BRACKET-SIZE = BRACKET-SIZE * 2.

335-SPREAD-SEED-ORDER.
    COMPUTE NEW-ORDER-COUNT = ORDER-COUNT * 2.
    PERFORM 338-SPLIT-ONE-POSITION
        VARYING OX FROM ORDER-COUNT BY -1
        UNTIL OX < 1.
    MOVE NEW-ORDER-COUNT TO ORDER-COUNT.

338-SPLIT-ONE-POSITION.
    MOVE SO-SEED(OX) TO WORK-SEED.
    COMPUTE NX = OX * 2 - 1.
    MOVE WORK-SEED TO SO-SEED(NX).
    ADD 1 TO NX.
    COMPUTE SO-SEED(NX) = NEW-ORDER-COUNT + 1 - WORK-SEED.

340-POST-FIRST-MATCH.
    COMPUTE OX = MX * 2 - 1.
    MOVE SO-SEED(OX) TO BM-HIGH-SEED.
    MOVE SD-PLAYER-ID(BM-HIGH-SEED) TO BM-HIGH-ID.
    ADD 1 TO OX.
    MOVE TC-EVENT-ID TO BM-EVENT-ID.
    MOVE 1 TO BM-ROUND.
    MOVE MX TO BM-MATCH.
    MOVE ZEROS TO BM-GUESSES.
    MOVE ZEROS TO BM-ROUND-ID.
    MOVE "N" TO BM-POSTED-SW.
    IF SO-SEED(OX) > SEED-COUNT
        MOVE SPACES TO BM-LOW-ID
        MOVE ZEROS TO BM-LOW-SEED
        MOVE SPACES TO BM-CH-DATE
        MOVE ZEROS TO BM-CH-TIME
        MOVE ZEROS TO BM-TARGET
        MOVE "B" TO BM-STATUS
        MOVE BM-HIGH-ID TO BM-WINNER-ID
        MOVE WS-TODAY TO BM-RESULT-DATE
    ELSE
        MOVE SO-SEED(OX) TO BM-LOW-SEED
        MOVE SD-PLAYER-ID(BM-LOW-SEED) TO BM-LOW-ID
        PERFORM 500-POST-CHALLENGE.
    WRITE BRACKET-MATCH-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.

400-SETTLE-ROUND.
    PERFORM 410-LOAD-ROUND-MATCHES.
    PERFORM 405-REPOST-CHALLENGE
        VARYING MX FROM 1 BY 1
        UNTIL MX > MATCH-COUNT.
    IF PENDING-COUNT > 0
        PERFORM 420-SCAN-ROUNDS-PLAYED
        PERFORM 435-CHECK-LOST-CHALLENGE
            VARYING MX FROM 1 BY 1
            UNTIL MX > MATCH-COUNT.
    PERFORM 440-POST-ONE-RESULT
        VARYING MX FROM 1 BY 1
        UNTIL MX > MATCH-COUNT.
    IF PENDING-COUNT = 0 AND MATCH-COUNT > 0
        IF MATCH-COUNT = 1
            PERFORM 700-CROWN-CHAMPION
        ELSE
            PERFORM 480-POST-NEXT-ROUND.

405-REPOST-CHALLENGE.
    IF MT-STATUS(MX) = "P" AND MT-CH-DATE(MX) = SPACES
        MOVE TC-EVENT-ID TO BM-EVENT-ID
        MOVE TC-BR-ROUND TO BM-ROUND
        MOVE MT-MATCH(MX) TO BM-MATCH
        READ TOURN-BRK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM 500-POST-CHALLENGE
                IF BM-CH-DATE NOT = SPACES
                    MOVE BM-CH-DATE TO MT-CH-DATE(MX)
                    MOVE BM-CH-TIME TO MT-CH-TIME(MX)
                    MOVE BM-TARGET TO MT-TARGET(MX)
                    MOVE "Y" TO MT-CH-OPEN-SW(MX)
                    REWRITE BRACKET-MATCH-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
        END-READ.

410-LOAD-ROUND-MATCHES.
    MOVE ZEROS TO MATCH-COUNT.
    MOVE ZEROS TO PENDING-COUNT.
    MOVE "N" TO BRK-EOF-SW.
    MOVE TC-EVENT-ID TO BM-EVENT-ID.
    MOVE TC-BR-ROUND TO BM-ROUND.
    MOVE ZEROS TO BM-MATCH.
    START TOURN-BRK-FILE KEY >= BM-KEY
        INVALID KEY
            MOVE "Y" TO BRK-EOF-SW
    END-START.
    PERFORM 415-LOAD-ONE-MATCH
        UNTIL BRK-EOF.

415-LOAD-ONE-MATCH.
    READ TOURN-BRK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO BRK-EOF-SW
        NOT AT END
            IF BM-EVENT-ID NOT = TC-EVENT-ID
                OR BM-ROUND NOT = TC-BR-ROUND
                OR MATCH-COUNT >= 64
                MOVE "Y" TO BRK-EOF-SW
            ELSE
                PERFORM 418-TABLE-ONE-MATCH
            END-IF
    END-READ.

418-TABLE-ONE-MATCH.
    ADD 1 TO MATCH-COUNT.
    MOVE BM-MATCH TO MT-MATCH(MATCH-COUNT).
    MOVE BM-HIGH-ID TO MT-HIGH-ID(MATCH-COUNT).
    MOVE BM-HIGH-SEED TO MT-HIGH-SEED(MATCH-COUNT).
    MOVE BM-LOW-ID TO MT-LOW-ID(MATCH-COUNT).
    MOVE BM-LOW-SEED TO MT-LOW-SEED(MATCH-COUNT).
    MOVE BM-CH-DATE TO MT-CH-DATE(MATCH-COUNT).
    MOVE BM-CH-TIME TO MT-CH-TIME(MATCH-COUNT).
    MOVE BM-TARGET TO MT-TARGET(MATCH-COUNT).
    MOVE "N" TO MT-CH-OPEN-SW(MATCH-COUNT).
    MOVE BM-STATUS TO MT-STATUS(MATCH-COUNT).
    MOVE BM-WINNER-ID TO MT-WINNER-ID(MATCH-COUNT).
    MOVE BM-GUESSES TO MT-GUESSES(MATCH-COUNT).
    MOVE BM-ROUND-ID TO MT-ROUND-ID(MATCH-COUNT).
    MOVE BM-RESULT-DATE TO MT-RESULT-DATE(MATCH-COUNT).
    MOVE BM-POSTED-SW TO MT-POSTED-SW(MATCH-COUNT).
    MOVE "N" TO MT-CHANGED-SW(MATCH-COUNT).
    IF BM-PENDING
        ADD 1 TO PENDING-COUNT
        IF BM-CH-DATE NOT = SPACES
            PERFORM 419-CHECK-CHALLENGE-OPEN.

419-CHECK-CHALLENGE-OPEN.
    MOVE BM-LOW-ID TO CH-OPPONENT-ID.
    MOVE BM-CH-DATE TO CH-POSTED-DATE.
    MOVE BM-CH-TIME TO CH-POSTED-TIME.
    READ CHALLENGE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO MT-CH-OPEN-SW(MATCH-COUNT)
    END-READ.

420-SCAN-ROUNDS-PLAYED.
    MOVE "N" TO ARCH-EOF-SW.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS NOT = "00"
        MOVE "Y" TO ARCH-EOF-SW
    ELSE
        PERFORM 905-READ-ARCH.
    PERFORM 422-CHECK-ARCH-ROUND
        UNTIL ARCH-EOF OR PENDING-COUNT = 0.
    IF WS-ARCH-STATUS NOT = "35"
        CLOSE GAME-ARCH-FILE.
    MOVE "N" TO HIST-EOF-SW.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS NOT = "00"
        MOVE "Y" TO HIST-EOF-SW
    ELSE
        PERFORM 900-READ-HIST.
    PERFORM 424-CHECK-HIST-ROUND
        UNTIL HIST-EOF OR PENDING-COUNT = 0.
    IF WS-HIST-STATUS NOT = "35"
        CLOSE GAME-HIST-FILE.

422-CHECK-ARCH-ROUND.
    MOVE ARCH-RECORD TO GAME-HIST-RECORD.
    PERFORM 426-CHECK-ONE-ROUND.
    PERFORM 905-READ-ARCH.

424-CHECK-HIST-ROUND.
    PERFORM 426-CHECK-ONE-ROUND.
    PERFORM 900-READ-HIST.

426-CHECK-ONE-ROUND.
    IF GH-HEAD-TO-HEAD
        AND GH-RANGE-MAX NUMERIC
        AND GH-RANGE-MAX = WORK-TIER-RANGE
        PERFORM 430-MATCH-ONE-ROUND
            VARYING MX FROM 1 BY 1
            UNTIL MX > MATCH-COUNT.

430-MATCH-ONE-ROUND.
    IF MT-STATUS(MX) = "P"
        AND MT-CH-OPEN-SW(MX) = "N"
        AND GH-SETTER-ID = MT-HIGH-ID(MX)
        AND GH-PLAYER-ID = MT-LOW-ID(MX)
        AND GH-RAND-NUM = MT-TARGET(MX)
        AND (GH-DATE > MT-CH-DATE(MX)
            OR (GH-DATE = MT-CH-DATE(MX)
                AND GH-TIME >= MT-CH-TIME(MX)))
        MOVE "W" TO MT-STATUS(MX)
        IF GH-WIN
            MOVE MT-LOW-ID(MX) TO MT-WINNER-ID(MX)
        ELSE
            MOVE MT-HIGH-ID(MX) TO MT-WINNER-ID(MX)
        END-IF
        MOVE GH-NUM-GUESSES TO MT-GUESSES(MX)
        MOVE GH-ROUND-ID TO MT-ROUND-ID(MX)
        MOVE GH-DATE TO MT-RESULT-DATE(MX)
        MOVE "Y" TO MT-CHANGED-SW(MX)
        SUBTRACT 1 FROM PENDING-COUNT
        ADD 1 TO BT-RESULTS.

435-CHECK-LOST-CHALLENGE.
    IF MT-STATUS(MX) = "P" AND MT-CH-OPEN-SW(MX) = "N"
        AND MT-CH-DATE(MX) NOT = SPACES
        PERFORM 610-PRINT-EVENT-HEADING
        IF MT-CH-DATE(MX) < WS-CUTOFF-DATE
            MOVE "F" TO MT-STATUS(MX)
            MOVE MT-HIGH-ID(MX) TO MT-WINNER-ID(MX)
            MOVE WS-TODAY TO MT-RESULT-DATE(MX)
            MOVE "Y" TO MT-CHANGED-SW(MX)
            SUBTRACT 1 FROM PENDING-COUNT
            MOVE "NO CHALLENGE ON FILE AND NO ROUND - FORFEITED TO:"
                TO RN-TEXT
            MOVE MT-HIGH-ID(MX) TO RN-PLAYER-ID
        ELSE
            MOVE "NO CHALLENGE ON FILE AND NO ROUND - FORFEIT ON EXPIRY:"
                TO RN-TEXT
            MOVE MT-LOW-ID(MX) TO RN-PLAYER-ID
        END-IF
        WRITE PRINT-LINE FROM RPT-NOTE-LINE.

440-POST-ONE-RESULT.
    IF MT-STATUS(MX) NOT = "P" AND MT-POSTED-SW(MX) NOT = "Y"
        PERFORM 450-UPDATE-ENTRANTS
        MOVE "Y" TO MT-POSTED-SW(MX)
        MOVE "Y" TO MT-CHANGED-SW(MX).
    IF MT-CHANGED-SW(MX) = "Y"
        PERFORM 460-REWRITE-MATCH.

450-UPDATE-ENTRANTS.
    IF MT-STATUS(MX) = "B"
        ADD 1 TO BT-BYES.
    IF MT-STATUS(MX) = "F"
        ADD 1 TO BT-FORFEITS.
    MOVE TC-EVENT-ID TO TE-EVENT-ID.
    MOVE MT-WINNER-ID(MX) TO TE-PLAYER-ID.
    READ TOURN-ENR-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF MT-STATUS(MX) = "W"
                ADD 1 TO TE-GAMES
                ADD 1 TO TE-WINS
                IF MT-WINNER-ID(MX) = MT-LOW-ID(MX)
                    COMPUTE WORK-POINTS = 10 + 7 - MT-GUESSES(MX)
                ELSE
                    MOVE 10 TO WORK-POINTS
                END-IF
                ADD WORK-POINTS TO TE-POINTS
            END-IF
            COMPUTE TE-BR-ROUND = TC-BR-ROUND + 1
            REWRITE TOURN-ENR-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ.
    IF MT-WINNER-ID(MX) = MT-HIGH-ID(MX)
        MOVE MT-LOW-ID(MX) TO LOSER-ID
    ELSE
        MOVE MT-HIGH-ID(MX) TO LOSER-ID.
    IF LOSER-ID NOT = SPACES
        MOVE LOSER-ID TO TE-PLAYER-ID
        READ TOURN-ENR-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF MT-STATUS(MX) = "W"
                    ADD 1 TO TE-GAMES
                    ADD 1 TO TE-POINTS
                END-IF
                MOVE "E" TO TE-BR-STATUS
                REWRITE TOURN-ENR-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-READ.

460-REWRITE-MATCH.
    MOVE TC-EVENT-ID TO BM-EVENT-ID.
    MOVE TC-BR-ROUND TO BM-ROUND.
    MOVE MT-MATCH(MX) TO BM-MATCH.
    READ TOURN-BRK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE MT-STATUS(MX) TO BM-STATUS
            MOVE MT-WINNER-ID(MX) TO BM-WINNER-ID
            MOVE MT-GUESSES(MX) TO BM-GUESSES
            MOVE MT-ROUND-ID(MX) TO BM-ROUND-ID
            MOVE MT-RESULT-DATE(MX) TO BM-RESULT-DATE
            MOVE MT-POSTED-SW(MX) TO BM-POSTED-SW
            REWRITE BRACKET-MATCH-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ.

480-POST-NEXT-ROUND.
    ADD 1 TO TC-BR-ROUND.
    COMPUTE HALF-SIZE = MATCH-COUNT / 2.
    PERFORM 485-PAIR-TWO-WINNERS
        VARYING NX FROM 1 BY 1
        UNTIL NX > HALF-SIZE.
    REWRITE TOURN-CTL-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.
    ADD 1 TO BT-ADVANCED.

485-PAIR-TWO-WINNERS.
    COMPUTE MX = NX * 2 - 1.
    PERFORM 490-WINNER-SEED.
    MOVE WORK-ID TO BM-HIGH-ID.
    MOVE WORK-SEED TO BM-HIGH-SEED.
    ADD 1 TO MX.
    PERFORM 490-WINNER-SEED.
    IF WORK-SEED < BM-HIGH-SEED
        MOVE BM-HIGH-ID TO BM-LOW-ID
        MOVE BM-HIGH-SEED TO BM-LOW-SEED
        MOVE WORK-ID TO BM-HIGH-ID
        MOVE WORK-SEED TO BM-HIGH-SEED
    ELSE
        MOVE WORK-ID TO BM-LOW-ID
        MOVE WORK-SEED TO BM-LOW-SEED.
    MOVE TC-EVENT-ID TO BM-EVENT-ID.
    MOVE TC-BR-ROUND TO BM-ROUND.
    MOVE NX TO BM-MATCH.
    MOVE ZEROS TO BM-GUESSES.
    MOVE ZEROS TO BM-ROUND-ID.
    MOVE "N" TO BM-POSTED-SW.
    PERFORM 500-POST-CHALLENGE.
    WRITE BRACKET-MATCH-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.

490-WINNER-SEED.
    MOVE MT-WINNER-ID(MX) TO WORK-ID.
    IF MT-WINNER-ID(MX) = MT-HIGH-ID(MX)
        MOVE MT-HIGH-SEED(MX) TO WORK-SEED
    ELSE
        MOVE MT-LOW-SEED(MX) TO WORK-SEED.

500-POST-CHALLENGE.
    COMPUTE GENERATED-NUM = FUNCTION RANDOM.
    COMPUTE BM-TARGET = GENERATED-NUM * WORK-TIER-RANGE + 1.
    MOVE BM-LOW-ID TO CH-OPPONENT-ID.
    MOVE WS-TODAY TO CH-POSTED-DATE.
    ACCEPT CH-POSTED-TIME FROM TIME.
    MOVE BM-HIGH-ID TO CH-SETTER-ID.
    MOVE TC-TIER TO CH-TIER.
    MOVE BM-TARGET TO CH-TARGET.
    WRITE CHALLENGE-RECORD
        INVALID KEY
            ADD 1 TO CH-POSTED-TIME
            WRITE CHALLENGE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
    END-WRITE.
    MOVE CH-POSTED-DATE TO BM-CH-DATE.
    MOVE CH-POSTED-TIME TO BM-CH-TIME.
    MOVE "P" TO BM-STATUS.
    MOVE SPACES TO BM-WINNER-ID.
    MOVE SPACES TO BM-RESULT-DATE.
    IF WS-CH-STATUS = "00"
        ADD 1 TO BT-CHALLENGES
    ELSE
        PERFORM 510-CHALLENGE-NOT-POSTED.

510-CHALLENGE-NOT-POSTED.
    PERFORM 610-PRINT-EVENT-HEADING.
    MOVE SPACES TO BM-CH-DATE.
    MOVE ZEROS TO BM-CH-TIME.
    MOVE "CHALLENGE COULD NOT BE POSTED - RETRIED NEXT RUN:"
        TO RN-TEXT.
    MOVE BM-LOW-ID TO RN-PLAYER-ID.
    WRITE PRINT-LINE FROM RPT-NOTE-LINE.
    MOVE "E" TO AA-SEVERITY.
    MOVE SPACES TO AA-MESSAGE.
    STRING "BRACKET CHALLENGE NOT POSTED - STATUS " WS-CH-STATUS
        " EVENT " BM-EVENT-ID DELIMITED BY SIZE INTO AA-MESSAGE.
    MOVE BM-HIGH-ID TO AA-PLAYER-ID.
    MOVE BM-LOW-ID TO AA-OTHER-ID.
    PERFORM 995-RAISE-ALERT.

600-PRINT-BRACKET.
    PERFORM 610-PRINT-EVENT-HEADING.
    MOVE ZEROS TO PRINT-ROUND.
    MOVE "N" TO BRK-EOF-SW.
    MOVE TC-EVENT-ID TO BM-EVENT-ID.
    MOVE ZEROS TO BM-ROUND.
    MOVE ZEROS TO BM-MATCH.
    START TOURN-BRK-FILE KEY >= BM-KEY
        INVALID KEY
            MOVE "Y" TO BRK-EOF-SW
    END-START.
    PERFORM 620-PRINT-ONE-MATCH
        UNTIL BRK-EOF.
    IF TC-CLOSED
        MOVE "CHAMPION:" TO RN-TEXT
        MOVE TC-WINNER-ID TO RN-PLAYER-ID
        WRITE PRINT-LINE FROM RPT-NOTE-LINE.

610-PRINT-EVENT-HEADING.
    IF NOT EVENT-HEADED
        MOVE "Y" TO HEADING-SW
        MOVE TC-EVENT-ID TO RE-EVENT-ID
        MOVE TC-EVENT-NAME TO RE-EVENT-NAME
        MOVE TC-TIER TO RE-TIER
        MOVE TC-BR-SIZE TO RE-SIZE
        MOVE TC-BR-ROUND TO RE-ROUND
        WRITE PRINT-LINE FROM RPT-EVENT-LINE.

620-PRINT-ONE-MATCH.
    READ TOURN-BRK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO BRK-EOF-SW
        NOT AT END
            IF BM-EVENT-ID NOT = TC-EVENT-ID
                MOVE "Y" TO BRK-EOF-SW
            ELSE
                PERFORM 630-FORMAT-MATCH-LINE
            END-IF
    END-READ.

630-FORMAT-MATCH-LINE.
    IF BM-ROUND NOT = PRINT-ROUND
        MOVE BM-ROUND TO PRINT-ROUND
        MOVE BM-ROUND TO RR-ROUND
        WRITE PRINT-LINE FROM RPT-ROUND-LINE.
    MOVE BM-MATCH TO RM-MATCH.
    MOVE BM-HIGH-SEED TO RM-HIGH-SEED.
    MOVE BM-HIGH-ID TO RM-HIGH-ID.
    MOVE BM-LOW-SEED TO RM-LOW-SEED.
    MOVE BM-LOW-ID TO RM-LOW-ID.
    MOVE SPACES TO RM-RESULT.
    IF BM-BYE
        MOVE "-" TO RM-LOW-ID
        STRING "BYE - " DELIMITED BY SIZE
               BM-WINNER-ID DELIMITED BY SPACE
               " ADVANCES" DELIMITED BY SIZE
            INTO RM-RESULT
    ELSE IF BM-FORFEIT
        STRING "FORFEIT - " DELIMITED BY SIZE
               BM-WINNER-ID DELIMITED BY SPACE
               " ADVANCES" DELIMITED BY SIZE
            INTO RM-RESULT
    ELSE IF BM-PLAYED
        STRING "WON BY " DELIMITED BY SIZE
               BM-WINNER-ID DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               BM-GUESSES DELIMITED BY SIZE
               " GUESSES) " DELIMITED BY SIZE
               BM-RESULT-DATE DELIMITED BY SIZE
            INTO RM-RESULT
    ELSE IF BM-CH-DATE = SPACES
        MOVE "CHALLENGE NOT POSTED - RETRIED NEXT RUN" TO RM-RESULT
    ELSE
        STRING "AWAITING PLAY - POSTED " DELIMITED BY SIZE
               BM-CH-DATE DELIMITED BY SIZE
            INTO RM-RESULT.
    WRITE PRINT-LINE FROM RPT-MATCH-LINE.

700-CROWN-CHAMPION.
    MOVE MT-WINNER-ID(1) TO TC-WINNER-ID.
    MOVE "C" TO TC-STATUS.
    MOVE WS-TODAY TO TC-CLOSE-DATE.
    REWRITE TOURN-CTL-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.
    ADD 1 TO BT-CHAMPIONS.
    PERFORM 720-OPEN-HOF-EXTEND.
    MOVE 1 TO HOF-RANK.
    MOVE MT-WINNER-ID(1) TO WORK-ID.
    PERFORM 730-WRITE-HOF-ENTRY.
    IF MT-WINNER-ID(1) = MT-HIGH-ID(1)
        MOVE MT-LOW-ID(1) TO WORK-ID
    ELSE
        MOVE MT-HIGH-ID(1) TO WORK-ID.
    IF WORK-ID NOT = SPACES
        MOVE 2 TO HOF-RANK
        PERFORM 730-WRITE-HOF-ENTRY.
    CLOSE HOF-FILE.

720-OPEN-HOF-EXTEND.
    OPEN EXTEND HOF-FILE.
    IF WS-HOF-STATUS = "35"
        OPEN OUTPUT HOF-FILE
        CLOSE HOF-FILE
        OPEN EXTEND HOF-FILE.

730-WRITE-HOF-ENTRY.
    MOVE TC-EVENT-ID TO TE-EVENT-ID.
    MOVE WORK-ID TO TE-PLAYER-ID.
    READ TOURN-ENR-FILE
        INVALID KEY
            MOVE ZEROS TO TE-GAMES
            MOVE ZEROS TO TE-WINS
            MOVE ZEROS TO TE-POINTS
        NOT INVALID KEY
            IF HOF-RANK = 1
                MOVE "C" TO TE-BR-STATUS
                REWRITE TOURN-ENR-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-READ.
    MOVE TC-EVENT-ID TO HOF-EVENT-ID.
    MOVE TC-EVENT-NAME TO HOF-EVENT-NAME.
    MOVE WS-TODAY TO HOF-CLOSE-DATE.
    MOVE WORK-ID TO HOF-PLAYER-ID.
    MOVE TE-GAMES TO HOF-GAMES.
    MOVE TE-WINS TO HOF-WINS.
    MOVE TE-POINTS TO HOF-POINTS.
    WRITE HOF-RECORD.

800-FINISH.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "BRACKET EVENTS PROCESSED" TO RCL-LABEL.
    MOVE BT-EVENTS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BRACKETS SEEDED" TO RCL-LABEL.
    MOVE BT-SEEDED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PLAYERS SEEDED" TO RCL-LABEL.
    MOVE BT-PLAYERS-SEEDED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ENTRANTS NOT SEEDED" TO RCL-LABEL.
    MOVE BT-NOT-SEEDED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "MATCH CHALLENGES POSTED" TO RCL-LABEL.
    MOVE BT-CHALLENGES TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BYES GRANTED" TO RCL-LABEL.
    MOVE BT-BYES TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "MATCHES DECIDED FROM HISTORY" TO RCL-LABEL.
    MOVE BT-RESULTS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "MATCHES FORFEITED" TO RCL-LABEL.
    MOVE BT-FORFEITS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BRACKET ROUNDS ADVANCED" TO RCL-LABEL.
    MOVE BT-ADVANCED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "CHAMPIONS CROWNED" TO RCL-LABEL.
    MOVE BT-CHAMPIONS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "HISTORY ROUNDS READ" TO RCL-LABEL.
    MOVE BT-HIST-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ARCHIVE ROUNDS READ" TO RCL-LABEL.
    MOVE BT-ARCH-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF WS-TC-STATUS NOT = "35"
        CLOSE TOURN-CTL-FILE.
    IF WS-TE-STATUS NOT = "35"
        CLOSE TOURN-ENR-FILE.
    IF WS-PS-STATUS NOT = "35"
        CLOSE PLAYER-SCORE-FILE.
    CLOSE TOURN-BRK-FILE.
    CLOSE CHALLENGE-FILE.
    CLOSE PRINT-FILE.

900-READ-HIST.
    READ GAME-HIST-FILE
        AT END
            MOVE "Y" TO HIST-EOF-SW
        NOT AT END
            ADD 1 TO BT-HIST-READ
    END-READ.

905-READ-ARCH.
    READ GAME-ARCH-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SW
        NOT AT END
            ADD 1 TO BT-ARCH-READ
    END-READ.

995-RAISE-ALERT.
    MOVE "RAND0025" TO AA-PROGRAM.
    MOVE "RAND0025" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    CALL "RAND0031" USING ALERT-PARM.
