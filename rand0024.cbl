IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0024.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT INVEST-CASE-FILE ASSIGN TO "INVCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IC-PLAYER-ID
        FILE STATUS IS WS-IC-STATUS.
    SELECT PRINT-FILE ASSIGN TO "COLLPRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  GAME-LEDG-FILE.
    COPY GAMELEDG.

FD  LEDG-ARCH-FILE.
01  LARCH-RECORD                PIC X(46).

FD  INVEST-CASE-FILE.
    COPY INVCASE.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SC-PLAYER-ID        PIC X(10).
    05  SC-DATE             PIC X(08).
    05  SC-TIME             PIC 9(08).
    05  SC-REC-TYPE         PIC X.
        88  SC-ROUND-REC        VALUE "1".
        88  SC-PAYOUT-REC       VALUE "2".
    05  SC-SETTER-ID        PIC X(10).
    05  SC-MODE             PIC X.
    05  SC-RESULT           PIC X.
    05  SC-NUM-GUESSES      PIC 9.
    05  SC-RANGE-MAX        PIC 999.
    05  SC-AMOUNT           PIC 9(07).

WORKING-STORAGE SECTION.

01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-LEDG-STATUS          PIC XX VALUES "00".
01  WS-LARCH-STATUS         PIC XX VALUES "00".
01  WS-IC-STATUS            PIC XX VALUES "00".
01  HIST-EOF-SW             PIC X VALUES "N".
    88  HIST-EOF                VALUES "Y".
01  ARCH-EOF-SW             PIC X VALUES "N".
    88  ARCH-EOF                VALUES "Y".
01  LEDG-EOF-SW             PIC X VALUES "N".
    88  LEDG-EOF                VALUES "Y".
01  LARCH-EOF-SW            PIC X VALUES "N".
    88  LARCH-EOF               VALUES "Y".
01  SORT-EOF-SW             PIC X VALUES "N".
    88  SORT-EOF                VALUES "Y".
01  HOLD-REQUESTED-SW       PIC X VALUES "N".
    88  HOLD-REQUESTED          VALUES "Y".
01  LAST-H2H-WIN-SW         PIC X VALUES "N".
    88  LAST-H2H-WIN            VALUES "Y".
01  SOLO-BASELINE-SW        PIC X VALUES "N".
    88  SOLO-BASELINE           VALUES "Y".

01  WS-RUN-DATE             PIC X(08).
01  MIN-PAIR-ROUNDS         PIC 99 VALUES 5.
01  MIN-FIRST-WINS          PIC 99 VALUES 3.
01  FIRST-GUESS-FACTOR      PIC 99 VALUES 5.
01  RATE-MARGIN             PIC 999 VALUES 40.
01  MIN-PAYOUTS             PIC 99 VALUES 3.
01  PAIR-LIMIT              PIC 9(03) VALUES 100.

01  CUR-PLAYER-ID           PIC X(10) VALUES LOW-VALUES.
01  SOLO-ROUNDS             PIC 9(05) VALUES ZEROS.
01  SOLO-WINS               PIC 9(05) VALUES ZEROS.
01  SOLO-WIN-PCT            PIC 999 VALUES ZEROS.
01  PAIR-WIN-PCT            PIC 999 VALUES ZEROS.
01  PAIR-COUNT              PIC 9(03) VALUES ZEROS.
01  PAIR-IX                 PIC 9(03) VALUES ZEROS.
01  SCAN-IX                 PIC 9(03) VALUES ZEROS.
01  LAST-PAIR-IX            PIC 9(03) VALUES ZEROS.
01  LAST-ROUND-DATE         PIC X(08) VALUES SPACES.
01  REASON-COUNT            PIC 9 VALUES ZEROS.
01  FLAG-REASON             PIC X(08) VALUES SPACES.
01  FLAG-PLAYER-ID          PIC X(10) VALUES SPACES.
01  FLAG-OTHER-ID           PIC X(10) VALUES SPACES.

01  PAIR-TABLE.
    05  PAIR-ENTRY OCCURS 100 TIMES.
        10  PT-SETTER-ID    PIC X(10).
        10  PT-ROUNDS       PIC 9(05).
        10  PT-WINS         PIC 9(05).
        10  PT-FIRST-WINS   PIC 9(05).
        10  PT-EXPECT-1GS   PIC 9(05)V9(04).
        10  PT-PAYOUTS      PIC 9(05).
        10  PT-PAY-AMOUNT   PIC 9(09).

01  DETECT-TOTALS.
    05  DT-HIST-READ        PIC 9(07) VALUES ZEROS.
    05  DT-ARCH-READ        PIC 9(07) VALUES ZEROS.
    05  DT-LEDG-READ        PIC 9(07) VALUES ZEROS.
    05  DT-LARCH-READ       PIC 9(07) VALUES ZEROS.
    05  DT-PAYOUTS-LINKED   PIC 9(07) VALUES ZEROS.
    05  DT-GUESSERS         PIC 9(07) VALUES ZEROS.
    05  DT-PAIRS            PIC 9(07) VALUES ZEROS.
    05  DT-PAIRS-FLAGGED    PIC 9(07) VALUES ZEROS.
    05  DT-FLAG-FIRSTGS     PIC 9(07) VALUES ZEROS.
    05  DT-FLAG-SETTERWR    PIC 9(07) VALUES ZEROS.
    05  DT-FLAG-PAYPAIR     PIC 9(07) VALUES ZEROS.
    05  DT-CASES-OPENED     PIC 9(07) VALUES ZEROS.
    05  DT-CASES-UPDATED    PIC 9(07) VALUES ZEROS.
    05  DT-CASES-REOPENED   PIC 9(07) VALUES ZEROS.
    05  DT-CASES-CLEARED    PIC 9(07) VALUES ZEROS.
    05  DT-HOLDS-PLACED     PIC 9(07) VALUES ZEROS.
    05  DT-TABLE-OVERFLOW   PIC 9(07) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*  Guess the Number - Suspicious Play Detection      *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-RULE-LINE.
    05  FILLER              PIC X(26) VALUES "PAIRS REVIEWED AT ROUNDS >".
    05  FILLER              PIC X(02) VALUES "= ".
    05  RR-MIN-ROUNDS       PIC Z9.
    05  FILLER              PIC X(18) VALUES "   WAGERING HOLD: ".
    05  RR-HOLD             PIC X(03).

01  RPT-NOTE-1              PIC X(80) VALUES
    "1ST  = FIRST-GUESS WINS AT LEAST 3 AND 5 TIMES THE CHANCE EXPECTATION".
01  RPT-NOTE-2              PIC X(80) VALUES
    "RATE = WIN PCT ON THIS SETTER 40 POINTS OVER THE GUESSER'S SOLO PCT".
01  RPT-NOTE-3              PIC X(80) VALUES
    "PAY  = 3 OR MORE PAYOUTS FROM THIS SETTER ON HALF OR MORE OF ROUNDS".

01  RPT-HEADING             PIC X(100) VALUES
    "GUESSER     SETTER      ROUNDS   WINS  PAIR%  SOLO%  1ST-GS  EXPECT  PAYOUTS     AMOUNT  FLAGS".

01  RPT-LINE.
    05  RL-GUESSER          PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-SETTER           PIC X(10).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-ROUNDS           PIC ZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-WINS             PIC ZZZZ9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RL-PAIR-PCT         PIC ZZ9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RL-SOLO-PCT         PIC X(03).
    05  FILLER              PIC X(03) VALUES SPACES.
    05  RL-FIRST-WINS       PIC ZZZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-EXPECT           PIC ZZ9.99.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RL-PAYOUTS          PIC ZZZZ9.
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RL-FLAGS            PIC X(14).

01  SOLO-PCT-DISP           PIC ZZ9.

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC Z,ZZZ,ZZ9.

01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.

LINKAGE SECTION.

01  LS-PARM-INFO.
    05  LS-PARM-LENGTH      PIC S9(04) COMP.
    05  LS-PARM-DATA.
        10  LS-HOLD-FLAG    PIC X.
        10  LS-MIN-ROUNDS   PIC 99.

PROCEDURE DIVISION USING LS-PARM-INFO.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0024 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
SORT SORT-WORK-FILE
    ON ASCENDING KEY SC-PLAYER-ID
    ON ASCENDING KEY SC-DATE
    ON ASCENDING KEY SC-TIME
    ON ASCENDING KEY SC-REC-TYPE
    INPUT PROCEDURE 100-RELEASE-ACTIVITY
    OUTPUT PROCEDURE 300-SCAN-PAIRS.
PERFORM 800-FINISH.
PERFORM 850-REGISTER-END.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0024" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    COMPUTE RP-REC-COUNT = DT-HIST-READ + DT-ARCH-READ.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    PERFORM 010-GET-PARM.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    MOVE MIN-PAIR-ROUNDS TO RR-MIN-ROUNDS.
    IF HOLD-REQUESTED
        MOVE "YES" TO RR-HOLD
    ELSE
        MOVE "NO" TO RR-HOLD.
    WRITE PRINT-LINE FROM RPT-RULE-LINE.
    WRITE PRINT-LINE FROM RPT-NOTE-1.
    WRITE PRINT-LINE FROM RPT-NOTE-2.
    WRITE PRINT-LINE FROM RPT-NOTE-3.
    WRITE PRINT-LINE FROM BLANK-LINE.
    WRITE PRINT-LINE FROM RPT-HEADING.
    PERFORM 020-OPEN-CASE-FILE.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS NOT = "00"
        MOVE "Y" TO HIST-EOF-SW.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS NOT = "00"
        MOVE "Y" TO ARCH-EOF-SW.
    OPEN INPUT GAME-LEDG-FILE.
    IF WS-LEDG-STATUS NOT = "00"
        MOVE "Y" TO LEDG-EOF-SW.
    OPEN INPUT LEDG-ARCH-FILE.
    IF WS-LARCH-STATUS NOT = "00"
        MOVE "Y" TO LARCH-EOF-SW.

010-GET-PARM.
    MOVE "N" TO HOLD-REQUESTED-SW.
    IF LS-PARM-LENGTH > 0
        IF LS-HOLD-FLAG = "H"
            MOVE "Y" TO HOLD-REQUESTED-SW.
    IF LS-PARM-LENGTH >= 3
        IF LS-MIN-ROUNDS NUMERIC AND LS-MIN-ROUNDS > 0
            MOVE LS-MIN-ROUNDS TO MIN-PAIR-ROUNDS.

020-OPEN-CASE-FILE.
    OPEN I-O INVEST-CASE-FILE.
    IF WS-IC-STATUS = "35"
        OPEN OUTPUT INVEST-CASE-FILE
        CLOSE INVEST-CASE-FILE
        OPEN I-O INVEST-CASE-FILE.

100-RELEASE-ACTIVITY.
    IF NOT ARCH-EOF
        PERFORM 905-READ-ARCH.
    PERFORM 110-RELEASE-ARCH-ROUND
        UNTIL ARCH-EOF.
    IF NOT HIST-EOF
        PERFORM 900-READ-HIST.
    PERFORM 120-RELEASE-HIST-ROUND
        UNTIL HIST-EOF.
    IF NOT LARCH-EOF
        PERFORM 915-READ-LARCH.
    PERFORM 135-RELEASE-LARCH-PAYOUT
        UNTIL LARCH-EOF.
    IF NOT LEDG-EOF
        PERFORM 910-READ-LEDGER.
    PERFORM 140-RELEASE-PAYOUT
        UNTIL LEDG-EOF.

110-RELEASE-ARCH-ROUND.
    MOVE ARCH-RECORD TO GAME-HIST-RECORD.
    PERFORM 130-RELEASE-ONE-ROUND.
    PERFORM 905-READ-ARCH.

120-RELEASE-HIST-ROUND.
    PERFORM 130-RELEASE-ONE-ROUND.
    PERFORM 900-READ-HIST.

130-RELEASE-ONE-ROUND.
    IF GH-PLAYER-ID NOT = SPACES
        MOVE GH-PLAYER-ID TO SC-PLAYER-ID
        MOVE GH-DATE TO SC-DATE
        MOVE GH-TIME TO SC-TIME
        MOVE "1" TO SC-REC-TYPE
        MOVE GH-SETTER-ID TO SC-SETTER-ID
        MOVE GH-MODE TO SC-MODE
        MOVE GH-RESULT TO SC-RESULT
        MOVE GH-NUM-GUESSES TO SC-NUM-GUESSES
        MOVE GH-RANGE-MAX TO SC-RANGE-MAX
        MOVE ZEROS TO SC-AMOUNT
        RELEASE SORT-WORK-RECORD.

135-RELEASE-LARCH-PAYOUT.
    MOVE LARCH-RECORD TO GAME-LEDG-RECORD.
    PERFORM 145-RELEASE-ONE-PAYOUT.
    PERFORM 915-READ-LARCH.

140-RELEASE-PAYOUT.
    PERFORM 145-RELEASE-ONE-PAYOUT.
    PERFORM 910-READ-LEDGER.

145-RELEASE-ONE-PAYOUT.
    IF LG-PAYOUT AND LG-PLAYER-ID NOT = SPACES
        MOVE LG-PLAYER-ID TO SC-PLAYER-ID
        MOVE LG-DATE TO SC-DATE
        MOVE LG-TIME TO SC-TIME
        MOVE "2" TO SC-REC-TYPE
        MOVE SPACES TO SC-SETTER-ID
        MOVE SPACES TO SC-MODE
        MOVE SPACES TO SC-RESULT
        MOVE ZEROS TO SC-NUM-GUESSES
        MOVE ZEROS TO SC-RANGE-MAX
        MOVE LG-AMOUNT TO SC-AMOUNT
        RELEASE SORT-WORK-RECORD.

300-SCAN-PAIRS.
    MOVE LOW-VALUES TO CUR-PLAYER-ID.
    PERFORM 330-RESET-GUESSER.
    PERFORM 310-RETURN-SORTED
        UNTIL SORT-EOF.
    PERFORM 400-EVALUATE-GUESSER.

310-RETURN-SORTED.
    RETURN SORT-WORK-FILE
        AT END
            MOVE "Y" TO SORT-EOF-SW
        NOT AT END
            PERFORM 320-TAKE-ONE-RECORD
    END-RETURN.

320-TAKE-ONE-RECORD.
    IF SC-PLAYER-ID NOT = CUR-PLAYER-ID
        PERFORM 400-EVALUATE-GUESSER
        MOVE SC-PLAYER-ID TO CUR-PLAYER-ID
        PERFORM 330-RESET-GUESSER.
    IF SC-ROUND-REC
        PERFORM 340-TAKE-ROUND
    ELSE
        PERFORM 350-TAKE-PAYOUT.

330-RESET-GUESSER.
    MOVE ZEROS TO SOLO-ROUNDS.
    MOVE ZEROS TO SOLO-WINS.
    MOVE ZEROS TO PAIR-COUNT.
    MOVE "N" TO LAST-H2H-WIN-SW.

340-TAKE-ROUND.
    MOVE "N" TO LAST-H2H-WIN-SW.
    IF SC-MODE = "S"
        ADD 1 TO SOLO-ROUNDS
        IF SC-RESULT = "W"
            ADD 1 TO SOLO-WINS
        END-IF
    ELSE
        IF SC-MODE = "H" AND SC-SETTER-ID NOT = SPACES
            AND SC-SETTER-ID NOT = SC-PLAYER-ID
            PERFORM 360-FIND-PAIR
            IF PAIR-IX > 0
                PERFORM 345-COUNT-PAIR-ROUND
            END-IF
        END-IF
    END-IF.

345-COUNT-PAIR-ROUND.
    ADD 1 TO PT-ROUNDS(PAIR-IX).
    IF SC-RANGE-MAX NUMERIC AND SC-RANGE-MAX > 0
        COMPUTE PT-EXPECT-1GS(PAIR-IX) =
            PT-EXPECT-1GS(PAIR-IX) + 1 / SC-RANGE-MAX.
    IF SC-RESULT = "W"
        ADD 1 TO PT-WINS(PAIR-IX)
        IF SC-NUM-GUESSES = 1
            ADD 1 TO PT-FIRST-WINS(PAIR-IX)
        END-IF
        MOVE "Y" TO LAST-H2H-WIN-SW
        MOVE PAIR-IX TO LAST-PAIR-IX
        MOVE SC-DATE TO LAST-ROUND-DATE.

350-TAKE-PAYOUT.
    IF LAST-H2H-WIN AND SC-DATE = LAST-ROUND-DATE
        ADD 1 TO PT-PAYOUTS(LAST-PAIR-IX)
        ADD SC-AMOUNT TO PT-PAY-AMOUNT(LAST-PAIR-IX)
        ADD 1 TO DT-PAYOUTS-LINKED.
    MOVE "N" TO LAST-H2H-WIN-SW.

360-FIND-PAIR.
    MOVE ZEROS TO PAIR-IX.
    PERFORM 365-MATCH-PAIR
        VARYING SCAN-IX FROM 1 BY 1
        UNTIL SCAN-IX > PAIR-COUNT OR PAIR-IX > 0.
    IF PAIR-IX = 0
        IF PAIR-COUNT < PAIR-LIMIT
            ADD 1 TO PAIR-COUNT
            MOVE PAIR-COUNT TO PAIR-IX
            MOVE SC-SETTER-ID TO PT-SETTER-ID(PAIR-IX)
            MOVE ZEROS TO PT-ROUNDS(PAIR-IX)
            MOVE ZEROS TO PT-WINS(PAIR-IX)
            MOVE ZEROS TO PT-FIRST-WINS(PAIR-IX)
            MOVE ZEROS TO PT-EXPECT-1GS(PAIR-IX)
            MOVE ZEROS TO PT-PAYOUTS(PAIR-IX)
            MOVE ZEROS TO PT-PAY-AMOUNT(PAIR-IX)
        ELSE
            ADD 1 TO DT-TABLE-OVERFLOW.

365-MATCH-PAIR.
    IF PT-SETTER-ID(SCAN-IX) = SC-SETTER-ID
        MOVE SCAN-IX TO PAIR-IX.

400-EVALUATE-GUESSER.
    IF CUR-PLAYER-ID NOT = LOW-VALUES
        ADD 1 TO DT-GUESSERS
        MOVE "N" TO SOLO-BASELINE-SW
        MOVE ZEROS TO SOLO-WIN-PCT
        IF SOLO-ROUNDS >= MIN-PAIR-ROUNDS
            MOVE "Y" TO SOLO-BASELINE-SW
            COMPUTE SOLO-WIN-PCT = SOLO-WINS * 100 / SOLO-ROUNDS
        END-IF
        PERFORM 410-EVALUATE-PAIR
            VARYING SCAN-IX FROM 1 BY 1
            UNTIL SCAN-IX > PAIR-COUNT.

410-EVALUATE-PAIR.
    ADD 1 TO DT-PAIRS.
    MOVE ZEROS TO REASON-COUNT.
    MOVE SPACES TO FLAG-REASON.
    MOVE SPACES TO RL-FLAGS.
    IF PT-ROUNDS(SCAN-IX) >= MIN-PAIR-ROUNDS
        COMPUTE PAIR-WIN-PCT =
            PT-WINS(SCAN-IX) * 100 / PT-ROUNDS(SCAN-IX)
        PERFORM 420-TEST-FIRST-GUESS
        PERFORM 430-TEST-SETTER-RATE
        PERFORM 440-TEST-PAYOUTS.
    IF REASON-COUNT > 0
        ADD 1 TO DT-PAIRS-FLAGGED
        IF REASON-COUNT > 1
            MOVE "MULTIPLE" TO FLAG-REASON
        END-IF
        PERFORM 450-PRINT-PAIR
        MOVE CUR-PLAYER-ID TO FLAG-PLAYER-ID
        MOVE PT-SETTER-ID(SCAN-IX) TO FLAG-OTHER-ID
        PERFORM 700-FLAG-PLAYER
        MOVE PT-SETTER-ID(SCAN-IX) TO FLAG-PLAYER-ID
        MOVE CUR-PLAYER-ID TO FLAG-OTHER-ID
        PERFORM 700-FLAG-PLAYER.

420-TEST-FIRST-GUESS.
    IF PT-FIRST-WINS(SCAN-IX) >= MIN-FIRST-WINS
        AND PT-FIRST-WINS(SCAN-IX) >=
            PT-EXPECT-1GS(SCAN-IX) * FIRST-GUESS-FACTOR
        ADD 1 TO REASON-COUNT
        ADD 1 TO DT-FLAG-FIRSTGS
        MOVE "FIRSTGS" TO FLAG-REASON
        MOVE "1ST" TO RL-FLAGS(1:3).

430-TEST-SETTER-RATE.
    IF SOLO-BASELINE
        AND PAIR-WIN-PCT >= SOLO-WIN-PCT + RATE-MARGIN
        ADD 1 TO REASON-COUNT
        ADD 1 TO DT-FLAG-SETTERWR
        MOVE "SETTERWR" TO FLAG-REASON
        MOVE "RATE" TO RL-FLAGS(5:4).

440-TEST-PAYOUTS.
    IF PT-PAYOUTS(SCAN-IX) >= MIN-PAYOUTS
        AND PT-PAYOUTS(SCAN-IX) * 2 >= PT-ROUNDS(SCAN-IX)
        ADD 1 TO REASON-COUNT
        ADD 1 TO DT-FLAG-PAYPAIR
        MOVE "PAYPAIR" TO FLAG-REASON
        MOVE "PAY" TO RL-FLAGS(10:3).

450-PRINT-PAIR.
    MOVE CUR-PLAYER-ID TO RL-GUESSER.
    MOVE PT-SETTER-ID(SCAN-IX) TO RL-SETTER.
    MOVE PT-ROUNDS(SCAN-IX) TO RL-ROUNDS.
    MOVE PT-WINS(SCAN-IX) TO RL-WINS.
    MOVE PAIR-WIN-PCT TO RL-PAIR-PCT.
    IF SOLO-BASELINE
        MOVE SOLO-WIN-PCT TO SOLO-PCT-DISP
        MOVE SOLO-PCT-DISP TO RL-SOLO-PCT
    ELSE
        MOVE "---" TO RL-SOLO-PCT.
    MOVE PT-FIRST-WINS(SCAN-IX) TO RL-FIRST-WINS.
    MOVE PT-EXPECT-1GS(SCAN-IX) TO RL-EXPECT.
    MOVE PT-PAYOUTS(SCAN-IX) TO RL-PAYOUTS.
    MOVE PT-PAY-AMOUNT(SCAN-IX) TO RL-AMOUNT.
    WRITE PRINT-LINE FROM RPT-LINE.

700-FLAG-PLAYER.
    MOVE FLAG-PLAYER-ID TO IC-PLAYER-ID.
    READ INVEST-CASE-FILE
        INVALID KEY
            PERFORM 710-OPEN-NEW-CASE
        NOT INVALID KEY
            PERFORM 720-UPDATE-CASE
    END-READ.

710-OPEN-NEW-CASE.
    MOVE FLAG-PLAYER-ID TO IC-PLAYER-ID.
    MOVE WS-RUN-DATE TO IC-OPEN-DATE.
    MOVE "O" TO IC-STATUS.
    MOVE "N" TO IC-HOLD-SW.
    IF HOLD-REQUESTED
        MOVE "Y" TO IC-HOLD-SW
        ADD 1 TO DT-HOLDS-PLACED.
    MOVE ZEROS TO IC-FLAG-COUNT.
    MOVE SPACES TO IC-LAST-FLAG-DATE.
    MOVE SPACES TO IC-CLEAR-OPER.
    MOVE SPACES TO IC-CLEAR-DATE.
    PERFORM 730-POST-CASE-EVIDENCE.
    WRITE INVEST-CASE-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE.
    IF WS-IC-STATUS = "00"
        ADD 1 TO DT-CASES-OPENED.

720-UPDATE-CASE.
    IF IC-CLEARED AND PT-ROUNDS(SCAN-IX) <= IC-PAIR-ROUNDS
        AND IC-OTHER-ID = FLAG-OTHER-ID
        ADD 1 TO DT-CASES-CLEARED
    ELSE
        IF IC-CLEARED
            MOVE "O" TO IC-STATUS
            MOVE WS-RUN-DATE TO IC-OPEN-DATE
            MOVE SPACES TO IC-CLEAR-OPER
            MOVE SPACES TO IC-CLEAR-DATE
            ADD 1 TO DT-CASES-REOPENED
        ELSE
            ADD 1 TO DT-CASES-UPDATED
        END-IF
        IF HOLD-REQUESTED AND NOT IC-WAGER-HELD
            MOVE "Y" TO IC-HOLD-SW
            ADD 1 TO DT-HOLDS-PLACED
        END-IF
        PERFORM 730-POST-CASE-EVIDENCE
        REWRITE INVEST-CASE-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    END-IF.

730-POST-CASE-EVIDENCE.
    IF IC-LAST-FLAG-DATE NOT = WS-RUN-DATE
        ADD 1 TO IC-FLAG-COUNT.
    MOVE WS-RUN-DATE TO IC-LAST-FLAG-DATE.
    MOVE FLAG-REASON TO IC-REASON.
    MOVE FLAG-OTHER-ID TO IC-OTHER-ID.
    MOVE PT-ROUNDS(SCAN-IX) TO IC-PAIR-ROUNDS.
    MOVE PT-WINS(SCAN-IX) TO IC-PAIR-WINS.
    MOVE PT-FIRST-WINS(SCAN-IX) TO IC-FIRST-WINS.
    MOVE PT-PAYOUTS(SCAN-IX) TO IC-PAYOUTS.
    MOVE PT-PAY-AMOUNT(SCAN-IX) TO IC-PAYOUT-AMOUNT.

800-FINISH.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "HISTORY ROUNDS READ" TO RCL-LABEL.
    MOVE DT-HIST-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ARCHIVE ROUNDS READ" TO RCL-LABEL.
    MOVE DT-ARCH-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "LEDGER LINES READ" TO RCL-LABEL.
    MOVE DT-LEDG-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "LEDGER ARCHIVE LINES READ" TO RCL-LABEL.
    MOVE DT-LARCH-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PAYOUTS LINKED TO A PAIR" TO RCL-LABEL.
    MOVE DT-PAYOUTS-LINKED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "GUESSERS EXAMINED" TO RCL-LABEL.
    MOVE DT-GUESSERS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "SETTER/GUESSER PAIRS" TO RCL-LABEL.
    MOVE DT-PAIRS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PAIRS FLAGGED" TO RCL-LABEL.
    MOVE DT-PAIRS-FLAGGED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  FIRST-GUESS WIN RATE" TO RCL-LABEL.
    MOVE DT-FLAG-FIRSTGS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  SETTER WIN RATE VS SOLO" TO RCL-LABEL.
    MOVE DT-FLAG-SETTERWR TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  REPEATED PAIR PAYOUTS" TO RCL-LABEL.
    MOVE DT-FLAG-PAYPAIR TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "CASES OPENED" TO RCL-LABEL.
    MOVE DT-CASES-OPENED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "OPEN CASES UPDATED" TO RCL-LABEL.
    MOVE DT-CASES-UPDATED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "CLEARED CASES REOPENED" TO RCL-LABEL.
    MOVE DT-CASES-REOPENED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "CLEARED - NO NEW PLAY" TO RCL-LABEL.
    MOVE DT-CASES-CLEARED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "WAGERING HOLDS PLACED" TO RCL-LABEL.
    MOVE DT-HOLDS-PLACED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "SETTERS NOT TRACKED (TABLE)" TO RCL-LABEL.
    MOVE DT-TABLE-OVERFLOW TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF WS-HIST-STATUS NOT = "35"
        CLOSE GAME-HIST-FILE.
    IF WS-ARCH-STATUS NOT = "35"
        CLOSE GAME-ARCH-FILE.
    IF WS-LEDG-STATUS NOT = "35"
        CLOSE GAME-LEDG-FILE.
    IF WS-LARCH-STATUS NOT = "35"
        CLOSE LEDG-ARCH-FILE.
    CLOSE INVEST-CASE-FILE.
    CLOSE PRINT-FILE.

900-READ-HIST.
    READ GAME-HIST-FILE
        AT END
            MOVE "Y" TO HIST-EOF-SW
        NOT AT END
            ADD 1 TO DT-HIST-READ
    END-READ.

905-READ-ARCH.
    READ GAME-ARCH-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SW
        NOT AT END
            ADD 1 TO DT-ARCH-READ
    END-READ.

910-READ-LEDGER.
    READ GAME-LEDG-FILE
        AT END
            MOVE "Y" TO LEDG-EOF-SW
        NOT AT END
            ADD 1 TO DT-LEDG-READ
    END-READ.

915-READ-LARCH.
    READ LEDG-ARCH-FILE
        AT END
            MOVE "Y" TO LARCH-EOF-SW
        NOT AT END
            ADD 1 TO DT-LARCH-READ
    END-READ.
