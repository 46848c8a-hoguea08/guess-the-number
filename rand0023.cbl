IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0023.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
    SELECT GUESS-DTL-FILE ASSIGN TO "GUESSDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GD-KEY
        FILE STATUS IS WS-GD-STATUS.
    SELECT PRINT-FILE ASSIGN TO "STRATPRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  GUESS-DTL-FILE.
    COPY GUESSDTL.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SB-DATE             PIC X(08).
    05  SB-TIME             PIC 9(08).
    05  SB-RAND-NUM         PIC 999.
    05  SB-NUM-GUESSES      PIC 9.
    05  SB-RESULT           PIC X.
    05  SB-MODE             PIC X.
    05  SB-SETTER-ID        PIC X(10).
    05  SB-PLAYER-ID        PIC X(10).
    05  SB-RANGE-MAX        PIC 999.
    05  SB-ROUND-ID         PIC 9(09).

WORKING-STORAGE SECTION.

01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-GD-STATUS            PIC XX VALUES "00".
01  HIST-EOF-SW             PIC X VALUES "N".
    88  HIST-EOF                VALUES "Y".
01  ARCH-EOF-SW             PIC X VALUES "N".
    88  ARCH-EOF                VALUES "Y".
01  SORT-EOF-SW             PIC X VALUES "N".
    88  SORT-EOF                VALUES "Y".
01  DETAIL-EOF-SW           PIC X VALUES "N".
    88  DETAIL-EOF              VALUES "Y".
01  HALF-FOUND-SW           PIC X VALUES "N".
    88  HALF-FOUND              VALUES "Y".
01  GDTL-OPEN-SW            PIC X VALUES "N".
    88  GDTL-OPEN               VALUES "Y".

01  CUR-PLAYER-ID           PIC X(10) VALUES LOW-VALUES.
01  CUR-RANGE-MAX           PIC 999 VALUES ZEROS.
01  TIER-IX                 PIC 9 VALUES ZEROS.

01  ROUND-LO                PIC 9(04) VALUES ZEROS.
01  ROUND-HI                PIC 9(04) VALUES ZEROS.
01  MID-LO                  PIC 9(04) VALUES ZEROS.
01  MID-HI                  PIC 9(04) VALUES ZEROS.
01  ROUND-GUESSES           PIC 9(03) VALUES ZEROS.
01  ROUND-MIDPOINT          PIC 9(03) VALUES ZEROS.
01  ROUND-WASTED            PIC 9(03) VALUES ZEROS.
01  HALF-LO                 PIC 9(04) VALUES ZEROS.
01  HALF-HI                 PIC 9(04) VALUES ZEROS.
01  HALF-MID                PIC 9(04) VALUES ZEROS.
01  HALF-STEPS              PIC 9(03) VALUES ZEROS.

01  STRAT-ACCUM.
    05  SA-ROUNDS           PIC 9(07).
    05  SA-WINS             PIC 9(07).
    05  SA-LOSSES           PIC 9(07).
    05  SA-GUESSES          PIC 9(07).
    05  SA-MIDPOINT         PIC 9(07).
    05  SA-WASTED           PIC 9(07).
    05  SA-HALVING          PIC 9(07).

01  TIER-TOTALS.
    05  TT-TIER OCCURS 3 TIMES.
        10  TT-ROUNDS       PIC 9(07).
        10  TT-WINS         PIC 9(07).
        10  TT-LOSSES       PIC 9(07).
        10  TT-GUESSES      PIC 9(07).
        10  TT-MIDPOINT     PIC 9(07).
        10  TT-WASTED       PIC 9(07).
        10  TT-HALVING      PIC 9(07).

01  TIER-RANGES.
    05  FILLER              PIC 999 VALUES 9.
    05  FILLER              PIC 999 VALUES 99.
    05  FILLER              PIC 999 VALUES 999.
01  TIER-RANGE-TABLE REDEFINES TIER-RANGES.
    05  TIER-RANGE-MAX      PIC 999 OCCURS 3 TIMES.

01  WS-MIDPT-PCT            PIC 999V9 VALUES ZEROS.
01  WS-EFFIC-PCT            PIC 999V9 VALUES ZEROS.

01  STRAT-TOTALS.
    05  ST-HIST-READ        PIC 9(07) VALUES ZEROS.
    05  ST-ARCH-READ        PIC 9(07) VALUES ZEROS.
    05  ST-ROUNDS-SCORED    PIC 9(07) VALUES ZEROS.
    05  ST-NO-DETAIL        PIC 9(07) VALUES ZEROS.
    05  ST-UNCLASSIFIED     PIC 9(07) VALUES ZEROS.
    05  ST-GUESSES-SCORED   PIC 9(07) VALUES ZEROS.
    05  ST-LINES-PRINTED    PIC 9(07) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*   Guess the Number - Strategy Efficiency Report    *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-NOTE-1              PIC X(80) VALUES
    "MIDPT%  = GUESSES AT THE HALVING MIDPOINT OF THE RANGE STILL OPEN".
01  RPT-NOTE-2              PIC X(80) VALUES
    "WASTED  = GUESSES OUTSIDE THE RANGE ALREADY RULED OUT BY HIGH/LOW".
01  RPT-NOTE-3              PIC X(80) VALUES
    "EFFIC%  = GUESSES HALVING NEEDS / GUESSES USED (A LOSS ADDS ONE)".

01  RPT-HEADING             PIC X(90) VALUES
    "PLAYER      TIER  ROUNDS    WINS  GUESSES   MIDPT  WASTED  HALVING  MIDPT%  EFFIC%".

01  RPT-SECTION-LINE        PIC X(40) VALUES
    "----- All players by tier -----".

01  RPT-LINE.
    05  RL-PLAYER           PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-TIER             PIC ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-ROUNDS           PIC ZZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-WINS             PIC ZZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-GUESSES          PIC ZZZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RL-MIDPOINT         PIC ZZZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RL-WASTED           PIC ZZZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-HALVING          PIC ZZZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-MIDPT-PCT        PIC ZZ9.9.
    05  FILLER              PIC X(03) VALUES SPACES.
    05  RL-EFFIC-PCT        PIC ZZ9.9.

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC Z,ZZZ,ZZ9.

01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.

PROCEDURE DIVISION.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0023 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
SORT SORT-WORK-FILE
    ON ASCENDING KEY SB-PLAYER-ID
    ON ASCENDING KEY SB-RANGE-MAX
    ON ASCENDING KEY SB-ROUND-ID
    INPUT PROCEDURE 100-RELEASE-ROUNDS
    OUTPUT PROCEDURE 300-SCORE-ROUNDS.
PERFORM 500-PRINT-TIER-TOTALS.
PERFORM 800-FINISH.
PERFORM 850-REGISTER-END.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0023" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE ST-ROUNDS-SCORED TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    MOVE ZEROS TO TIER-TOTALS.
    MOVE ZEROS TO STRAT-ACCUM.
    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    WRITE PRINT-LINE FROM RPT-NOTE-1.
    WRITE PRINT-LINE FROM RPT-NOTE-2.
    WRITE PRINT-LINE FROM RPT-NOTE-3.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-HEADING.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS NOT = "00"
        MOVE "Y" TO HIST-EOF-SW.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS NOT = "00"
        MOVE "Y" TO ARCH-EOF-SW.
    OPEN INPUT GUESS-DTL-FILE.
    IF WS-GD-STATUS = "00"
        MOVE "Y" TO GDTL-OPEN-SW.

100-RELEASE-ROUNDS.
    IF NOT ARCH-EOF
        PERFORM 905-READ-ARCH.
    PERFORM 110-RELEASE-ARCH-ROUND
        UNTIL ARCH-EOF.
    IF NOT HIST-EOF
        PERFORM 900-READ-HIST.
    PERFORM 120-RELEASE-HIST-ROUND
        UNTIL HIST-EOF.

110-RELEASE-ARCH-ROUND.
    MOVE ARCH-RECORD TO GAME-HIST-RECORD.
    PERFORM 130-RELEASE-ONE-ROUND.
    PERFORM 905-READ-ARCH.

120-RELEASE-HIST-ROUND.
    PERFORM 130-RELEASE-ONE-ROUND.
    PERFORM 900-READ-HIST.

130-RELEASE-ONE-ROUND.
    IF GH-PLAYER-ID NOT = SPACES
        AND GH-ROUND-ID NUMERIC AND GH-ROUND-ID > 0
        MOVE GAME-HIST-RECORD TO SORT-WORK-RECORD
        RELEASE SORT-WORK-RECORD.

300-SCORE-ROUNDS.
    MOVE LOW-VALUES TO CUR-PLAYER-ID.
    MOVE ZEROS TO CUR-RANGE-MAX.
    PERFORM 310-RETURN-SORTED
        UNTIL SORT-EOF.
    PERFORM 400-PRINT-PLAYER-TIER.

310-RETURN-SORTED.
    RETURN SORT-WORK-FILE
        AT END
            MOVE "Y" TO SORT-EOF-SW
        NOT AT END
            PERFORM 320-SCORE-ONE-ROUND
    END-RETURN.

320-SCORE-ONE-ROUND.
    IF SB-PLAYER-ID NOT = CUR-PLAYER-ID
        OR SB-RANGE-MAX NOT = CUR-RANGE-MAX
        PERFORM 400-PRINT-PLAYER-TIER
        MOVE SB-PLAYER-ID TO CUR-PLAYER-ID
        MOVE SB-RANGE-MAX TO CUR-RANGE-MAX
        MOVE ZEROS TO STRAT-ACCUM.
    MOVE ZEROS TO TIER-IX.
    IF SB-RANGE-MAX = 9
        MOVE 1 TO TIER-IX
    ELSE IF SB-RANGE-MAX = 99
        MOVE 2 TO TIER-IX
    ELSE IF SB-RANGE-MAX = 999
        MOVE 3 TO TIER-IX.
    IF TIER-IX = 0
        OR SB-RAND-NUM NOT NUMERIC
        OR SB-RAND-NUM < 1 OR SB-RAND-NUM > SB-RANGE-MAX
        ADD 1 TO ST-UNCLASSIFIED
    ELSE
        PERFORM 330-REPLAY-GUESSES
        IF ROUND-GUESSES = 0
            ADD 1 TO ST-NO-DETAIL
        ELSE
            PERFORM 340-COUNT-HALVING
            PERFORM 360-ADD-ROUND
        END-IF
    END-IF.

330-REPLAY-GUESSES.
    MOVE 1 TO ROUND-LO.
    MOVE SB-RANGE-MAX TO ROUND-HI.
    MOVE ZEROS TO ROUND-GUESSES.
    MOVE ZEROS TO ROUND-MIDPOINT.
    MOVE ZEROS TO ROUND-WASTED.
    MOVE "N" TO DETAIL-EOF-SW.
    IF NOT GDTL-OPEN
        MOVE "Y" TO DETAIL-EOF-SW
    ELSE
        MOVE SB-ROUND-ID TO GD-ROUND-ID
        MOVE ZEROS TO GD-GUESS-NBR
        START GUESS-DTL-FILE KEY >= GD-KEY
            INVALID KEY
                MOVE "Y" TO DETAIL-EOF-SW
        END-START.
    PERFORM 335-READ-ONE-GUESS
        UNTIL DETAIL-EOF.

335-READ-ONE-GUESS.
    READ GUESS-DTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO DETAIL-EOF-SW
        NOT AT END
            IF GD-ROUND-ID NOT = SB-ROUND-ID
                MOVE "Y" TO DETAIL-EOF-SW
            ELSE
                PERFORM 338-JUDGE-ONE-GUESS
            END-IF
    END-READ.

338-JUDGE-ONE-GUESS.
    ADD 1 TO ROUND-GUESSES.
    IF GD-GUESS < ROUND-LO OR GD-GUESS > ROUND-HI
        ADD 1 TO ROUND-WASTED
    ELSE
        COMPUTE MID-LO = (ROUND-LO + ROUND-HI) / 2
        COMPUTE MID-HI = (ROUND-LO + ROUND-HI + 1) / 2
        IF GD-GUESS >= MID-LO AND GD-GUESS <= MID-HI
            ADD 1 TO ROUND-MIDPOINT
        END-IF
        IF GD-TOO-HIGH
            COMPUTE ROUND-HI = GD-GUESS - 1
        END-IF
        IF GD-TOO-LOW
            COMPUTE ROUND-LO = GD-GUESS + 1
        END-IF
    END-IF.

340-COUNT-HALVING.
    MOVE 1 TO HALF-LO.
    MOVE SB-RANGE-MAX TO HALF-HI.
    MOVE ZEROS TO HALF-STEPS.
    MOVE "N" TO HALF-FOUND-SW.
    PERFORM 345-HALVING-STEP
        UNTIL HALF-FOUND OR HALF-LO > HALF-HI.

345-HALVING-STEP.
    ADD 1 TO HALF-STEPS.
    COMPUTE HALF-MID = (HALF-LO + HALF-HI) / 2.
    IF HALF-MID = SB-RAND-NUM
        MOVE "Y" TO HALF-FOUND-SW
    ELSE
        IF HALF-MID > SB-RAND-NUM
            COMPUTE HALF-HI = HALF-MID - 1
        ELSE
            COMPUTE HALF-LO = HALF-MID + 1.

360-ADD-ROUND.
    ADD 1 TO ST-ROUNDS-SCORED.
    ADD ROUND-GUESSES TO ST-GUESSES-SCORED.
    ADD 1 TO SA-ROUNDS TT-ROUNDS(TIER-IX).
    IF SB-RESULT = "W"
        ADD 1 TO SA-WINS TT-WINS(TIER-IX)
    ELSE
        ADD 1 TO SA-LOSSES TT-LOSSES(TIER-IX).
    ADD ROUND-GUESSES TO SA-GUESSES TT-GUESSES(TIER-IX).
    ADD ROUND-MIDPOINT TO SA-MIDPOINT TT-MIDPOINT(TIER-IX).
    ADD ROUND-WASTED TO SA-WASTED TT-WASTED(TIER-IX).
    ADD HALF-STEPS TO SA-HALVING TT-HALVING(TIER-IX).

400-PRINT-PLAYER-TIER.
    IF SA-ROUNDS > 0
        MOVE CUR-PLAYER-ID TO RL-PLAYER
        MOVE CUR-RANGE-MAX TO RL-TIER
        PERFORM 450-FORMAT-ACCUM-LINE
        ADD 1 TO ST-LINES-PRINTED.

450-FORMAT-ACCUM-LINE.
    MOVE SA-ROUNDS TO RL-ROUNDS.
    MOVE SA-WINS TO RL-WINS.
    MOVE SA-GUESSES TO RL-GUESSES.
    MOVE SA-MIDPOINT TO RL-MIDPOINT.
    MOVE SA-WASTED TO RL-WASTED.
    MOVE SA-HALVING TO RL-HALVING.
    IF SA-GUESSES = 0
        MOVE ZEROS TO WS-MIDPT-PCT
    ELSE
        COMPUTE WS-MIDPT-PCT ROUNDED =
            SA-MIDPOINT * 100 / SA-GUESSES.
    IF SA-GUESSES + SA-LOSSES = 0
        MOVE ZEROS TO WS-EFFIC-PCT
    ELSE
        COMPUTE WS-EFFIC-PCT ROUNDED =
            SA-HALVING * 100 / (SA-GUESSES + SA-LOSSES)
            ON SIZE ERROR
                MOVE 999.9 TO WS-EFFIC-PCT
        END-COMPUTE.
    MOVE WS-MIDPT-PCT TO RL-MIDPT-PCT.
    MOVE WS-EFFIC-PCT TO RL-EFFIC-PCT.
    WRITE PRINT-LINE FROM RPT-LINE.

500-PRINT-TIER-TOTALS.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-SECTION-LINE.
    WRITE PRINT-LINE FROM RPT-HEADING.
    PERFORM 510-PRINT-ONE-TIER
        VARYING TIER-IX FROM 1 BY 1
        UNTIL TIER-IX > 3.

510-PRINT-ONE-TIER.
    MOVE TT-TIER(TIER-IX) TO STRAT-ACCUM.
    MOVE "ALL" TO RL-PLAYER.
    MOVE TIER-RANGE-MAX(TIER-IX) TO RL-TIER.
    PERFORM 450-FORMAT-ACCUM-LINE.

800-FINISH.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "HISTORY ROUNDS READ" TO RCL-LABEL.
    MOVE ST-HIST-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ARCHIVE ROUNDS READ" TO RCL-LABEL.
    MOVE ST-ARCH-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ROUNDS SCORED" TO RCL-LABEL.
    MOVE ST-ROUNDS-SCORED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "GUESSES SCORED" TO RCL-LABEL.
    MOVE ST-GUESSES-SCORED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ROUNDS WITHOUT GUESS DETAIL" TO RCL-LABEL.
    MOVE ST-NO-DETAIL TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ROUNDS NOT CLASSIFIED" TO RCL-LABEL.
    MOVE ST-UNCLASSIFIED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PLAYER/TIER LINES PRINTED" TO RCL-LABEL.
    MOVE ST-LINES-PRINTED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF WS-HIST-STATUS NOT = "35"
        CLOSE GAME-HIST-FILE.
    IF WS-ARCH-STATUS NOT = "35"
        CLOSE GAME-ARCH-FILE.
    IF GDTL-OPEN
        CLOSE GUESS-DTL-FILE.
    CLOSE PRINT-FILE.

900-READ-HIST.
    READ GAME-HIST-FILE
        AT END
            MOVE "Y" TO HIST-EOF-SW
        NOT AT END
            ADD 1 TO ST-HIST-READ
    END-READ.

905-READ-ARCH.
    READ GAME-ARCH-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SW
        NOT AT END
            ADD 1 TO ST-ARCH-READ
    END-READ.
