IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAYER-SCORE-FILE ASSIGN TO "PLAYERSC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-PLAYER-ID
        FILE STATUS IS WS-PS-STATUS.
    SELECT GAME-LEDG-FILE ASSIGN TO "GAMELEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDG-STATUS.
    SELECT LEDG-ARCH-FILE ASSIGN TO "LEDGARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LARCH-STATUS.
    SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-STATUS.
    SELECT BADGE-FILE ASSIGN TO "PLAYBDGE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BG-KEY
        FILE STATUS IS WS-BG-STATUS.
    SELECT LEDG-TOTS-FILE ASSIGN TO "LEDGTOTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LT-STATUS.
    SELECT STMT-CKPT-FILE ASSIGN TO "STMTCKPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SK-MONTH
        FILE STATUS IS WS-SK-STATUS.
    SELECT PRINT-FILE ASSIGN TO "STMTPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRT-STATUS.
    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  PLAYER-SCORE-FILE.
    COPY PLAYERSC.

FD  GAME-LEDG-FILE.
    COPY GAMELEDG.

FD  LEDG-ARCH-FILE.
01  LARCH-RECORD                PIC X(46).

FD  GAME-HIST-FILE.
    COPY GAMEHIST.

FD  GAME-ARCH-FILE.
01  ARCH-RECORD                 PIC X(54).

FD  BADGE-FILE.
    COPY PLAYBDGE.

FD  LEDG-TOTS-FILE.
01  LEDG-TOTS-RECORD.
    05  LD-DATE             PIC X(08).
    05  FILLER              PIC X(01).
    05  LD-READ             PIC 9(07).
    05  FILLER              PIC X(01).
    05  LD-EXCEPTIONS       PIC 9(05).
    05  FILLER              PIC X(01).
    05  LD-AGREE-SW         PIC X.

FD  STMT-CKPT-FILE.
    COPY STMTCKPT.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SM-PLAYER-ID        PIC X(10).
    05  SM-SECTION          PIC X.
        88  SM-LEDGER-LINE      VALUE "1".
        88  SM-ROUND-LINE       VALUE "2".
    05  SM-DATE             PIC X(08).
    05  SM-TIME             PIC 9(08).
    05  SM-TYPE             PIC XX.
    05  SM-AMOUNT           PIC S9(07).
    05  SM-BALANCE          PIC S9(07).
    05  SM-RESULT           PIC X.
    05  SM-RANGE-MAX        PIC 999.

WORKING-STORAGE SECTION.

01  WS-PS-STATUS            PIC XX VALUES "00".
01  WS-LEDG-STATUS          PIC XX VALUES "00".
01  WS-LARCH-STATUS         PIC XX VALUES "00".
01  WS-HIST-STATUS          PIC XX VALUES "00".
01  WS-ARCH-STATUS          PIC XX VALUES "00".
01  WS-BG-STATUS            PIC XX VALUES "00".
01  WS-LT-STATUS            PIC XX VALUES "00".
01  WS-SK-STATUS            PIC XX VALUES "00".
01  WS-PRT-STATUS           PIC XX VALUES "00".
01  PS-EOF-SW               PIC X VALUES "N".
    88  PS-EOF                  VALUES "Y".
01  LEDG-EOF-SW             PIC X VALUES "N".
    88  LEDG-EOF                VALUES "Y".
01  LARCH-EOF-SW            PIC X VALUES "N".
    88  LARCH-EOF               VALUES "Y".
01  HIST-EOF-SW             PIC X VALUES "N".
    88  HIST-EOF                VALUES "Y".
01  ARCH-EOF-SW             PIC X VALUES "N".
    88  ARCH-EOF                VALUES "Y".
01  BADGE-EOF-SW            PIC X VALUES "N".
    88  BADGE-EOF               VALUES "Y".
01  SORT-EOF-SW             PIC X VALUES "N".
    88  SORT-EOF                VALUES "Y".
01  BADGE-OPEN-SW           PIC X VALUES "N".
    88  BADGE-OPEN              VALUES "Y".
01  LEDG-TOTS-SW            PIC X VALUES "N".
    88  LEDG-TOTS-PRESENT       VALUES "Y".
01  FRESH-START-SW          PIC X VALUES "N".
    88  FRESH-START             VALUES "Y".
01  RESTARTED-SW            PIC X VALUES "N".
    88  RESTARTED               VALUES "Y".
01  OPENING-SHOWN-SW        PIC X VALUES "N".
    88  OPENING-SHOWN           VALUES "Y".
01  LEDGER-HEADING-SW       PIC X VALUES "N".
    88  LEDGER-HEADING-DUE      VALUES "Y".
01  PRINT-OPEN-SW           PIC X VALUES "N".
    88  PRINT-OPEN              VALUES "Y".

01  WS-TODAY                PIC X(08).
01  WS-TODAY-PARTS REDEFINES WS-TODAY.
    05  WS-TODAY-YEAR       PIC 9(04).
    05  WS-TODAY-MONTH      PIC 99.
    05  WS-TODAY-DAY        PIC 99.
01  STMT-MONTH.
    05  STMT-YEAR           PIC 9(04).
    05  STMT-MM             PIC 99.
01  MONTH-START             PIC X(08).
01  MONTH-END               PIC X(08).
01  NEXT-MONTH-START.
    05  NM-YEAR             PIC 9(04).
    05  NM-MM               PIC 99.
    05  NM-DAY              PIC 99 VALUES 01.
01  NEXT-MONTH-NUM REDEFINES NEXT-MONTH-START
                            PIC 9(08).
01  WS-END-INT              PIC 9(07).
01  WS-END-DATE             PIC 9(08).
01  RESTART-PLAYER-ID       PIC X(10) VALUES LOW-VALUES.

01  PAGE-DEPTH              PIC 99 VALUES 55.
01  PAGE-NO                 PIC 9(03) VALUES ZEROS.
01  LINE-CT                 PIC 99 VALUES ZEROS.
01  TIER-IX                 PIC 9 VALUES ZEROS.
01  BADGE-COUNT             PIC 9(03) VALUES ZEROS.
01  BADGE-NAME              PIC X(30) VALUES SPACES.

01  PLAYER-TOTALS.
    05  PT-OPENING          PIC S9(09) VALUES ZEROS.
    05  PT-RUNNING          PIC S9(09) VALUES ZEROS.
    05  PT-ACTIVITY         PIC S9(09) VALUES ZEROS.
    05  PT-LATER            PIC S9(09) VALUES ZEROS.
    05  PT-STAKES           PIC S9(09) VALUES ZEROS.
    05  PT-PAYOUTS          PIC S9(09) VALUES ZEROS.
    05  PT-ADJUSTMENTS      PIC S9(09) VALUES ZEROS.
    05  PT-EXPIRED          PIC S9(09) VALUES ZEROS.
    05  PT-LINES            PIC 9(05) VALUES ZEROS.

01  TIER-COUNTS.
    05  TC-TIER OCCURS 4 TIMES.
        10  TC-PLAYED       PIC 9(05).
        10  TC-WON          PIC 9(05).

01  TIER-NAMES.
    05  FILLER              PIC X(16) VALUES "EASY   (1-9)".
    05  FILLER              PIC X(16) VALUES "MEDIUM (1-99)".
    05  FILLER              PIC X(16) VALUES "HARD   (1-999)".
    05  FILLER              PIC X(16) VALUES "OTHER RANGE".
01  TIER-NAME-TABLE REDEFINES TIER-NAMES.
    05  TIER-NAME           PIC X(16) OCCURS 4 TIMES.

01  STMT-RUN-TOTALS.
    05  SR-LEDG-READ        PIC 9(07) VALUES ZEROS.
    05  SR-LARCH-READ       PIC 9(07) VALUES ZEROS.
    05  SR-HIST-READ        PIC 9(07) VALUES ZEROS.
    05  SR-ARCH-READ        PIC 9(07) VALUES ZEROS.
    05  SR-NONNUMERIC       PIC 9(07) VALUES ZEROS.
    05  SR-UNMATCHED        PIC 9(07) VALUES ZEROS.
    05  SR-THIS-RUN         PIC 9(07) VALUES ZEROS.
    05  SR-CHECK-SUM        PIC S9(11) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*  Guess the Number - Statement Control Totals       *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  STMT-HEAD-1.
    05  FILLER              PIC X(44) VALUES
        "GUESS THE NUMBER - MONTHLY PLAYER STATEMENT".
    05  FILLER              PIC X(36) VALUES SPACES.
    05  FILLER              PIC X(05) VALUES "PAGE ".
    05  SH1-PAGE            PIC ZZ9.

01  STMT-HEAD-2.
    05  FILLER              PIC X(11) VALUES "PLAYER ID: ".
    05  SH2-PLAYER-ID       PIC X(10).
    05  FILLER              PIC X(22) VALUES "     STATEMENT PERIOD ".
    05  SH2-FROM            PIC X(08).
    05  FILLER              PIC X(04) VALUES " TO ".
    05  SH2-TO              PIC X(08).

01  STMT-LEDGER-HEADING     PIC X(100) VALUES
    "DATE      TIME      TRANSACTION                 AMOUNT       BALANCE".

01  STMT-LINE.
    05  SL-DATE             PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  SL-TIME             PIC 9(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  SL-DESC             PIC X(20).
    05  SL-AMOUNT           PIC ZZZ,ZZZ,ZZ9-.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  SL-BALANCE          PIC ZZZ,ZZZ,ZZ9-.

01  STMT-BAL-LINE.
    05  SB-LABEL            PIC X(40).
    05  SB-AMOUNT           PIC ZZZ,ZZZ,ZZ9-.

01  STMT-TIER-HEADING       PIC X(100) VALUES
    "ROUNDS THIS MONTH         PLAYED       WON".

01  STMT-TIER-LINE.
    05  STL-TIER            PIC X(16).
    05  FILLER              PIC X(04) VALUES SPACES.
    05  STL-PLAYED          PIC ZZ,ZZ9.
    05  FILLER              PIC X(04) VALUES SPACES.
    05  STL-WON             PIC ZZ,ZZ9.

01  STMT-BADGE-LINE.
    05  FILLER              PIC X(14) VALUES "BADGE EARNED  ".
    05  SBL-DATE            PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  SBL-NAME            PIC X(30).

01  STMT-END-LINE           PIC X(100) VALUES
    "*** END OF STATEMENT ***".

01  RPT-PERIOD-LINE.
    05  FILLER              PIC X(18) VALUES "STATEMENT PERIOD: ".
    05  RPL-FROM            PIC X(08).
    05  FILLER              PIC X(04) VALUES " TO ".
    05  RPL-TO              PIC X(08).

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9-.

01  RPT-AMOUNT-LINE.
    05  RAL-LABEL           PIC X(30).
    05  RAL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9-.

01  RPT-TOTS-LINE.
    05  FILLER              PIC X(30) VALUES "LEDGER AUDIT TOTALS DATED".
    05  RTL-DATE            PIC X(08).
    05  FILLER              PIC X(12) VALUES "   AGREE: ".
    05  RTL-AGREE           PIC X.

01  RPT-STATUS-LINE         PIC X(80).
01  PRINT-HOLD              PIC X(100).
01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.

COPY ALERTPA.

LINKAGE SECTION.

01  LS-PARM-INFO.
    05  LS-PARM-LENGTH      PIC S9(04) COMP.
    05  LS-PARM-DATA.
        10  LS-STMT-MONTH.
            15  LS-STMT-YEAR    PIC 9(04).
            15  LS-STMT-MM      PIC 99.
        10  LS-START-FLAG   PIC X.

PROCEDURE DIVISION USING LS-PARM-INFO.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0026 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
IF SK-COMPLETE
    DISPLAY "RAND0026 STATEMENTS FOR " STMT-MONTH
        " ALREADY PRINTED - RUN REFUSED"
    CLOSE STMT-CKPT-FILE
    PERFORM 850-REGISTER-END
    STOP RUN.
PERFORM 040-OPEN-FILES.
SORT SORT-WORK-FILE
    ON ASCENDING KEY SM-PLAYER-ID
    ON ASCENDING KEY SM-SECTION
    ON ASCENDING KEY SM-DATE
    ON ASCENDING KEY SM-TIME
    INPUT PROCEDURE 100-RELEASE-ACTIVITY
    OUTPUT PROCEDURE 300-PRINT-STATEMENTS.
PERFORM 800-PRINT-TRAILER.
PERFORM 850-REGISTER-END.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0026" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    MOVE SR-THIS-RUN TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    PERFORM 010-GET-PARM.
    STRING STMT-MONTH "01" DELIMITED BY SIZE INTO MONTH-START.
    PERFORM 015-GET-MONTH-END.
    PERFORM 020-OPEN-CKPT-FILE.
    PERFORM 030-GET-CHECKPOINT.

010-GET-PARM.
    IF WS-TODAY-MONTH = 1
        COMPUTE STMT-YEAR = WS-TODAY-YEAR - 1
        MOVE 12 TO STMT-MM
    ELSE
        MOVE WS-TODAY-YEAR TO STMT-YEAR
        COMPUTE STMT-MM = WS-TODAY-MONTH - 1.
    IF LS-PARM-LENGTH >= 6
        IF LS-STMT-MONTH NUMERIC
            AND LS-STMT-MM >= 1 AND LS-STMT-MM <= 12
            MOVE LS-STMT-MONTH TO STMT-MONTH.
    IF LS-PARM-LENGTH >= 7
        IF LS-START-FLAG = "F"
            MOVE "Y" TO FRESH-START-SW.

015-GET-MONTH-END.
    IF STMT-MM = 12
        COMPUTE NM-YEAR = STMT-YEAR + 1
        MOVE 1 TO NM-MM
    ELSE
        MOVE STMT-YEAR TO NM-YEAR
        COMPUTE NM-MM = STMT-MM + 1.
    MOVE 1 TO NM-DAY.
    COMPUTE WS-END-INT =
        FUNCTION INTEGER-OF-DATE(NEXT-MONTH-NUM) - 1.
    MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT) TO WS-END-DATE.
    MOVE WS-END-DATE TO MONTH-END.

020-OPEN-CKPT-FILE.
    OPEN I-O STMT-CKPT-FILE.
    IF WS-SK-STATUS = "35"
        OPEN OUTPUT STMT-CKPT-FILE
        CLOSE STMT-CKPT-FILE
        OPEN I-O STMT-CKPT-FILE.
    IF WS-SK-STATUS NOT = "00"
        PERFORM 990-CKPT-ABEND.

030-GET-CHECKPOINT.
    MOVE STMT-MONTH TO SK-MONTH.
    READ STMT-CKPT-FILE
        INVALID KEY
            PERFORM 035-NEW-CHECKPOINT
            WRITE STMT-CKPT-RECORD
                INVALID KEY
                    PERFORM 990-CKPT-ABEND
            END-WRITE
        NOT INVALID KEY
            IF FRESH-START
                PERFORM 035-NEW-CHECKPOINT
                REWRITE STMT-CKPT-RECORD
                    INVALID KEY
                        PERFORM 990-CKPT-ABEND
                END-REWRITE
            ELSE
                IF SK-RUNNING
                    MOVE "Y" TO RESTARTED-SW
                    MOVE SK-LAST-PLAYER-ID TO RESTART-PLAYER-ID
                    ADD 1 TO SK-RESTARTS
                END-IF
            END-IF
    END-READ.

035-NEW-CHECKPOINT.
    MOVE STMT-MONTH TO SK-MONTH.
    MOVE "R" TO SK-STATUS.
    MOVE LOW-VALUES TO SK-LAST-PLAYER-ID.
    MOVE WS-TODAY TO SK-START-DATE.
    MOVE ZEROS TO SK-RESTARTS.
    MOVE ZEROS TO SK-STATEMENTS.
    MOVE ZEROS TO SK-PAGES.
    MOVE ZEROS TO SK-DETAIL-LINES.
    MOVE ZEROS TO SK-INACTIVE.
    MOVE ZEROS TO SK-OPENING-SUM.
    MOVE ZEROS TO SK-ACTIVITY-SUM.
    MOVE ZEROS TO SK-CLOSING-SUM.
    MOVE ZEROS TO SK-LATER-SUM.
    MOVE ZEROS TO SK-MASTER-SUM.

040-OPEN-FILES.
    IF RESTARTED
        OPEN EXTEND PRINT-FILE
        IF WS-PRT-STATUS NOT = "00"
            OPEN OUTPUT PRINT-FILE
        END-IF
    ELSE
        OPEN OUTPUT PRINT-FILE.
    MOVE "Y" TO PRINT-OPEN-SW.
    OPEN INPUT PLAYER-SCORE-FILE.
    IF WS-PS-STATUS NOT = "00"
        MOVE "Y" TO PS-EOF-SW.
    OPEN INPUT BADGE-FILE.
    IF WS-BG-STATUS = "00"
        MOVE "Y" TO BADGE-OPEN-SW.
    OPEN INPUT GAME-LEDG-FILE.
    IF WS-LEDG-STATUS NOT = "00"
        MOVE "Y" TO LEDG-EOF-SW.
    OPEN INPUT LEDG-ARCH-FILE.
    IF WS-LARCH-STATUS NOT = "00"
        MOVE "Y" TO LARCH-EOF-SW.
    OPEN INPUT GAME-HIST-FILE.
    IF WS-HIST-STATUS NOT = "00"
        MOVE "Y" TO HIST-EOF-SW.
    OPEN INPUT GAME-ARCH-FILE.
    IF WS-ARCH-STATUS NOT = "00"
        MOVE "Y" TO ARCH-EOF-SW.

100-RELEASE-ACTIVITY.
    IF NOT LARCH-EOF
        PERFORM 905-READ-LARCH.
    PERFORM 110-RELEASE-ARCH-LEDGER
        UNTIL LARCH-EOF.
    IF NOT LEDG-EOF
        PERFORM 900-READ-LEDGER.
    PERFORM 120-RELEASE-LEDGER
        UNTIL LEDG-EOF.
    IF NOT ARCH-EOF
        PERFORM 915-READ-ARCH.
    PERFORM 140-RELEASE-ARCH-ROUND
        UNTIL ARCH-EOF.
    IF NOT HIST-EOF
        PERFORM 910-READ-HIST.
    PERFORM 150-RELEASE-HIST-ROUND
        UNTIL HIST-EOF.

110-RELEASE-ARCH-LEDGER.
    MOVE LARCH-RECORD TO GAME-LEDG-RECORD.
    PERFORM 130-RELEASE-ONE-LEDGER.
    PERFORM 905-READ-LARCH.

120-RELEASE-LEDGER.
    PERFORM 130-RELEASE-ONE-LEDGER.
    PERFORM 900-READ-LEDGER.

130-RELEASE-ONE-LEDGER.
    IF LG-AMOUNT NOT NUMERIC
        ADD 1 TO SR-NONNUMERIC
    ELSE IF LG-PLAYER-ID > RESTART-PLAYER-ID
        MOVE LG-PLAYER-ID TO SM-PLAYER-ID
        MOVE "1" TO SM-SECTION
        MOVE LG-DATE TO SM-DATE
        MOVE LG-TIME TO SM-TIME
        MOVE LG-TYPE TO SM-TYPE
        MOVE LG-AMOUNT TO SM-AMOUNT
        IF LG-BALANCE NUMERIC
            MOVE LG-BALANCE TO SM-BALANCE
        ELSE
            MOVE ZEROS TO SM-BALANCE
        END-IF
        MOVE SPACES TO SM-RESULT
        MOVE ZEROS TO SM-RANGE-MAX
        RELEASE SORT-WORK-RECORD.

140-RELEASE-ARCH-ROUND.
    MOVE ARCH-RECORD TO GAME-HIST-RECORD.
    PERFORM 160-RELEASE-ONE-ROUND.
    PERFORM 915-READ-ARCH.

150-RELEASE-HIST-ROUND.
    PERFORM 160-RELEASE-ONE-ROUND.
    PERFORM 910-READ-HIST.

160-RELEASE-ONE-ROUND.
    IF GH-PLAYER-ID > RESTART-PLAYER-ID
        AND GH-PLAYER-ID NOT = SPACES
        AND GH-DATE >= MONTH-START AND GH-DATE <= MONTH-END
        MOVE GH-PLAYER-ID TO SM-PLAYER-ID
        MOVE "2" TO SM-SECTION
        MOVE GH-DATE TO SM-DATE
        MOVE GH-TIME TO SM-TIME
        MOVE SPACES TO SM-TYPE
        MOVE ZEROS TO SM-AMOUNT
        MOVE ZEROS TO SM-BALANCE
        MOVE GH-RESULT TO SM-RESULT
        MOVE GH-RANGE-MAX TO SM-RANGE-MAX
        RELEASE SORT-WORK-RECORD.

300-PRINT-STATEMENTS.
    MOVE RESTART-PLAYER-ID TO PS-PLAYER-ID.
    IF NOT PS-EOF
        START PLAYER-SCORE-FILE KEY > PS-PLAYER-ID
            INVALID KEY
                MOVE "Y" TO PS-EOF-SW
        END-START.
    IF NOT PS-EOF
        PERFORM 920-READ-PLAYER.
    PERFORM 930-RETURN-SORTED.
    PERFORM 310-TAKE-PLAYER
        UNTIL PS-EOF.
    PERFORM 320-SKIP-SORTED
        UNTIL SORT-EOF.

310-TAKE-PLAYER.
    PERFORM 320-SKIP-SORTED
        UNTIL SORT-EOF OR SM-PLAYER-ID NOT < PS-PLAYER-ID.
    IF PS-ACTIVE
        PERFORM 400-PRINT-STATEMENT
        ADD 1 TO SK-STATEMENTS
        ADD 1 TO SR-THIS-RUN
    ELSE
        PERFORM 325-SKIP-PLAYER-ACTIVITY
            UNTIL SORT-EOF OR SM-PLAYER-ID NOT = PS-PLAYER-ID
        ADD 1 TO SK-INACTIVE.
    PERFORM 380-TAKE-CHECKPOINT.
    PERFORM 920-READ-PLAYER.

320-SKIP-SORTED.
    ADD 1 TO SR-UNMATCHED.
    PERFORM 930-RETURN-SORTED.

325-SKIP-PLAYER-ACTIVITY.
    PERFORM 930-RETURN-SORTED.

380-TAKE-CHECKPOINT.
    MOVE PS-PLAYER-ID TO SK-LAST-PLAYER-ID.
    REWRITE STMT-CKPT-RECORD
        INVALID KEY
            PERFORM 990-CKPT-ABEND
    END-REWRITE.

400-PRINT-STATEMENT.
    MOVE ZEROS TO PLAYER-TOTALS.
    MOVE ZEROS TO TIER-COUNTS.
    MOVE ZEROS TO PAGE-NO.
    MOVE "N" TO OPENING-SHOWN-SW.
    MOVE "Y" TO LEDGER-HEADING-SW.
    PERFORM 410-NEW-PAGE.
    PERFORM 420-TAKE-LEDGER-LINE
        UNTIL SORT-EOF OR SM-PLAYER-ID NOT = PS-PLAYER-ID
            OR NOT SM-LEDGER-LINE.
    IF NOT OPENING-SHOWN
        PERFORM 425-PRINT-OPENING
        MOVE "NO LEDGER ACTIVITY THIS MONTH" TO PRINT-LINE
        PERFORM 950-PRINT-LINE.
    MOVE "N" TO LEDGER-HEADING-SW.
    PERFORM 435-PRINT-LEDGER-SUMMARY.
    PERFORM 440-TAKE-ROUND
        UNTIL SORT-EOF OR SM-PLAYER-ID NOT = PS-PLAYER-ID.
    PERFORM 450-PRINT-ROUNDS.
    PERFORM 460-PRINT-BADGES.
    MOVE BLANK-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE STMT-END-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    COMPUTE PT-RUNNING = PT-OPENING + PT-ACTIVITY.
    ADD PT-OPENING TO SK-OPENING-SUM.
    ADD PT-ACTIVITY TO SK-ACTIVITY-SUM.
    ADD PT-RUNNING TO SK-CLOSING-SUM.
    ADD PT-LATER TO SK-LATER-SUM.
    ADD PS-BALANCE TO SK-MASTER-SUM.
    ADD PT-LINES TO SK-DETAIL-LINES.

410-NEW-PAGE.
    ADD 1 TO PAGE-NO.
    ADD 1 TO SK-PAGES.
    MOVE PAGE-NO TO SH1-PAGE.
    MOVE PS-PLAYER-ID TO SH2-PLAYER-ID.
    MOVE MONTH-START TO SH2-FROM.
    MOVE MONTH-END TO SH2-TO.
    WRITE PRINT-LINE FROM STMT-HEAD-1
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM STMT-HEAD-2.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE 3 TO LINE-CT.
    IF LEDGER-HEADING-DUE AND OPENING-SHOWN
        WRITE PRINT-LINE FROM STMT-LEDGER-HEADING
        ADD 1 TO LINE-CT.

420-TAKE-LEDGER-LINE.
    IF SM-DATE < MONTH-START
        IF SM-TYPE = "BF"
            MOVE SM-AMOUNT TO PT-OPENING
        ELSE
            ADD SM-AMOUNT TO PT-OPENING
        END-IF
    ELSE IF SM-DATE > MONTH-END
        IF SM-TYPE NOT = "BF"
            ADD SM-AMOUNT TO PT-LATER
        END-IF
    ELSE
        IF SM-TYPE NOT = "BF"
            PERFORM 430-PRINT-LEDGER-LINE.
    PERFORM 930-RETURN-SORTED.

425-PRINT-OPENING.
    MOVE "OPENING BALANCE BROUGHT FORWARD" TO SB-LABEL.
    MOVE PT-OPENING TO SB-AMOUNT.
    MOVE STMT-BAL-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE BLANK-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE PT-OPENING TO PT-RUNNING.
    MOVE "Y" TO OPENING-SHOWN-SW.

430-PRINT-LEDGER-LINE.
    IF NOT OPENING-SHOWN
        PERFORM 425-PRINT-OPENING
        MOVE STMT-LEDGER-HEADING TO PRINT-LINE
        PERFORM 950-PRINT-LINE.
    ADD SM-AMOUNT TO PT-RUNNING.
    ADD SM-AMOUNT TO PT-ACTIVITY.
    ADD 1 TO PT-LINES.
    IF SM-TYPE = "ST"
        MOVE "STAKE" TO SL-DESC
        ADD SM-AMOUNT TO PT-STAKES
    ELSE IF SM-TYPE = "PO"
        MOVE "PAYOUT" TO SL-DESC
        ADD SM-AMOUNT TO PT-PAYOUTS
    ELSE IF SM-TYPE = "OP"
        MOVE "OPENING GRANT" TO SL-DESC
        ADD SM-AMOUNT TO PT-ADJUSTMENTS
    ELSE IF SM-TYPE = "AJ" AND SM-AMOUNT < 0 AND SM-BALANCE = 0
        MOVE "POINTS EXPIRED" TO SL-DESC
        ADD SM-AMOUNT TO PT-EXPIRED
    ELSE
        MOVE "ADJUSTMENT" TO SL-DESC
        ADD SM-AMOUNT TO PT-ADJUSTMENTS.
    MOVE SM-DATE TO SL-DATE.
    MOVE SM-TIME TO SL-TIME.
    MOVE SM-AMOUNT TO SL-AMOUNT.
    MOVE PT-RUNNING TO SL-BALANCE.
    MOVE STMT-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.

435-PRINT-LEDGER-SUMMARY.
    MOVE BLANK-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE "  TOTAL STAKES" TO SB-LABEL.
    MOVE PT-STAKES TO SB-AMOUNT.
    MOVE STMT-BAL-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE "  TOTAL PAYOUTS" TO SB-LABEL.
    MOVE PT-PAYOUTS TO SB-AMOUNT.
    MOVE STMT-BAL-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE "  TOTAL ADJUSTMENTS" TO SB-LABEL.
    MOVE PT-ADJUSTMENTS TO SB-AMOUNT.
    MOVE STMT-BAL-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE "  TOTAL POINTS EXPIRED" TO SB-LABEL.
    MOVE PT-EXPIRED TO SB-AMOUNT.
    MOVE STMT-BAL-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE "CLOSING BALANCE" TO SB-LABEL.
    MOVE PT-RUNNING TO SB-AMOUNT.
    MOVE STMT-BAL-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    MOVE BLANK-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.

440-TAKE-ROUND.
    IF SM-ROUND-LINE
        IF SM-RANGE-MAX = 9
            MOVE 1 TO TIER-IX
        ELSE IF SM-RANGE-MAX = 99
            MOVE 2 TO TIER-IX
        ELSE IF SM-RANGE-MAX = 999
            MOVE 3 TO TIER-IX
        ELSE
            MOVE 4 TO TIER-IX
        END-IF
        ADD 1 TO TC-PLAYED(TIER-IX)
        IF SM-RESULT = "W"
            ADD 1 TO TC-WON(TIER-IX).
    PERFORM 930-RETURN-SORTED.

450-PRINT-ROUNDS.
    MOVE STMT-TIER-HEADING TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.
    PERFORM 455-PRINT-TIER-LINE
        VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 4.
    MOVE BLANK-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.

455-PRINT-TIER-LINE.
    IF TIER-IX < 4 OR TC-PLAYED(TIER-IX) > 0
        MOVE TIER-NAME(TIER-IX) TO STL-TIER
        MOVE TC-PLAYED(TIER-IX) TO STL-PLAYED
        MOVE TC-WON(TIER-IX) TO STL-WON
        MOVE STMT-TIER-LINE TO PRINT-LINE
        PERFORM 950-PRINT-LINE.

460-PRINT-BADGES.
    MOVE ZEROS TO BADGE-COUNT.
    MOVE "N" TO BADGE-EOF-SW.
    IF NOT BADGE-OPEN
        MOVE "Y" TO BADGE-EOF-SW
    ELSE
        MOVE PS-PLAYER-ID TO BG-PLAYER-ID
        MOVE LOW-VALUES TO BG-BADGE-CODE
        START BADGE-FILE KEY >= BG-KEY
            INVALID KEY
                MOVE "Y" TO BADGE-EOF-SW
        END-START.
    PERFORM 465-TAKE-ONE-BADGE
        UNTIL BADGE-EOF.
    IF BADGE-COUNT = 0
        MOVE "NO BADGES EARNED THIS MONTH" TO PRINT-LINE
        PERFORM 950-PRINT-LINE.

465-TAKE-ONE-BADGE.
    READ BADGE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO BADGE-EOF-SW
        NOT AT END
            IF BG-PLAYER-ID NOT = PS-PLAYER-ID
                MOVE "Y" TO BADGE-EOF-SW
            ELSE
                IF BG-EARN-DATE >= MONTH-START
                    AND BG-EARN-DATE <= MONTH-END
                    PERFORM 470-PRINT-BADGE
                END-IF
            END-IF
    END-READ.

470-PRINT-BADGE.
    ADD 1 TO BADGE-COUNT.
    PERFORM 480-DECODE-BADGE.
    MOVE BG-EARN-DATE TO SBL-DATE.
    MOVE BADGE-NAME TO SBL-NAME.
    MOVE STMT-BADGE-LINE TO PRINT-LINE.
    PERFORM 950-PRINT-LINE.

480-DECODE-BADGE.
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

800-PRINT-TRAILER.
    PERFORM 810-READ-LEDG-TOTS.
    WRITE PRINT-LINE FROM RB-LINE1
        AFTER ADVANCING PAGE.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    MOVE MONTH-START TO RPL-FROM.
    MOVE MONTH-END TO RPL-TO.
    WRITE PRINT-LINE FROM RPT-PERIOD-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "STATEMENTS PRINTED" TO RCL-LABEL.
    MOVE SK-STATEMENTS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  THIS RUN" TO RCL-LABEL.
    MOVE SR-THIS-RUN TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "PAGES PRINTED" TO RCL-LABEL.
    MOVE SK-PAGES TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "LEDGER LINES PRINTED" TO RCL-LABEL.
    MOVE SK-DETAIL-LINES TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "INACTIVE PLAYERS SKIPPED" TO RCL-LABEL.
    MOVE SK-INACTIVE TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "RESTARTS" TO RCL-LABEL.
    MOVE SK-RESTARTS TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "GAMELEDG LINES READ" TO RCL-LABEL.
    MOVE SR-LEDG-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "LEDGARCH LINES READ" TO RCL-LABEL.
    MOVE SR-LARCH-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "NON-NUMERIC LEDGER LINES" TO RCL-LABEL.
    MOVE SR-NONNUMERIC TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "HISTORY ROUNDS READ" TO RCL-LABEL.
    MOVE SR-HIST-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ARCHIVE ROUNDS READ" TO RCL-LABEL.
    MOVE SR-ARCH-READ TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "ACTIVITY FOR IDS NOT ON FILE" TO RCL-LABEL.
    MOVE SR-UNMATCHED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "OPENING BALANCES" TO RAL-LABEL.
    MOVE SK-OPENING-SUM TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
    MOVE "MONTH ACTIVITY" TO RAL-LABEL.
    MOVE SK-ACTIVITY-SUM TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
    MOVE "CLOSING BALANCES" TO RAL-LABEL.
    MOVE SK-CLOSING-SUM TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
    MOVE "ACTIVITY AFTER MONTH END" TO RAL-LABEL.
    MOVE SK-LATER-SUM TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
    MOVE "PLAYERSC BALANCES" TO RAL-LABEL.
    MOVE SK-MASTER-SUM TO RAL-AMOUNT.
    WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
    COMPUTE SR-CHECK-SUM = SK-OPENING-SUM + SK-ACTIVITY-SUM.
    IF SR-CHECK-SUM NOT = SK-CLOSING-SUM
        MOVE "OPENING PLUS ACTIVITY DOES NOT EQUAL CLOSING"
            TO RPT-STATUS-LINE
        WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    COMPUTE SR-CHECK-SUM = SK-CLOSING-SUM + SK-LATER-SUM.
    IF SR-CHECK-SUM = SK-MASTER-SUM
        MOVE "CLOSING PLUS LATER ACTIVITY AGREES WITH PLAYERSC"
            TO RPT-STATUS-LINE
    ELSE
        MOVE "CLOSING PLUS LATER ACTIVITY DISAGREES WITH PLAYERSC"
            TO RPT-STATUS-LINE.
    WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    IF NOT LEDG-TOTS-PRESENT
        MOVE "LEDGER AUDIT TOTALS NOT AVAILABLE" TO RPT-STATUS-LINE
        WRITE PRINT-LINE FROM RPT-STATUS-LINE
    ELSE
        MOVE LD-DATE TO RTL-DATE
        MOVE LD-AGREE-SW TO RTL-AGREE
        WRITE PRINT-LINE FROM RPT-TOTS-LINE
        MOVE "LEDGTOTS LINES READ" TO RCL-LABEL
        MOVE LD-READ TO RCL-COUNT
        WRITE PRINT-LINE FROM RPT-COUNT-LINE
        MOVE "LEDGTOTS EXCEPTIONS" TO RCL-LABEL
        MOVE LD-EXCEPTIONS TO RCL-COUNT
        WRITE PRINT-LINE FROM RPT-COUNT-LINE
        IF LD-READ = SR-LEDG-READ
            MOVE "GAMELEDG LINE COUNT AGREES WITH LEDGTOTS"
                TO RPT-STATUS-LINE
        ELSE
            MOVE "GAMELEDG LINE COUNT DIFFERS FROM LEDGTOTS"
                TO RPT-STATUS-LINE
        END-IF
        WRITE PRINT-LINE FROM RPT-STATUS-LINE
        IF LD-EXCEPTIONS NOT = 0 OR LD-AGREE-SW NOT = "Y"
            MOVE "LEDGTOTS REPORTS LEDGER AND BALANCES DISAGREE"
                TO RPT-STATUS-LINE
            WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    MOVE "C" TO SK-STATUS.
    REWRITE STMT-CKPT-RECORD
        INVALID KEY
            PERFORM 990-CKPT-ABEND
    END-REWRITE.
    IF WS-PS-STATUS NOT = "35"
        CLOSE PLAYER-SCORE-FILE.
    IF BADGE-OPEN
        CLOSE BADGE-FILE.
    IF WS-LEDG-STATUS NOT = "35"
        CLOSE GAME-LEDG-FILE.
    IF WS-LARCH-STATUS NOT = "35"
        CLOSE LEDG-ARCH-FILE.
    IF WS-HIST-STATUS NOT = "35"
        CLOSE GAME-HIST-FILE.
    IF WS-ARCH-STATUS NOT = "35"
        CLOSE GAME-ARCH-FILE.
    CLOSE STMT-CKPT-FILE.
    CLOSE PRINT-FILE.

810-READ-LEDG-TOTS.
    OPEN INPUT LEDG-TOTS-FILE.
    IF WS-LT-STATUS = "00"
        READ LEDG-TOTS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO LEDG-TOTS-SW
        END-READ
        CLOSE LEDG-TOTS-FILE.

900-READ-LEDGER.
    READ GAME-LEDG-FILE
        AT END
            MOVE "Y" TO LEDG-EOF-SW
        NOT AT END
            ADD 1 TO SR-LEDG-READ
    END-READ.

905-READ-LARCH.
    READ LEDG-ARCH-FILE
        AT END
            MOVE "Y" TO LARCH-EOF-SW
        NOT AT END
            ADD 1 TO SR-LARCH-READ
    END-READ.

910-READ-HIST.
    READ GAME-HIST-FILE
        AT END
            MOVE "Y" TO HIST-EOF-SW
        NOT AT END
            ADD 1 TO SR-HIST-READ
    END-READ.

915-READ-ARCH.
    READ GAME-ARCH-FILE
        AT END
            MOVE "Y" TO ARCH-EOF-SW
        NOT AT END
            ADD 1 TO SR-ARCH-READ
    END-READ.

920-READ-PLAYER.
    READ PLAYER-SCORE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO PS-EOF-SW
    END-READ.

930-RETURN-SORTED.
    RETURN SORT-WORK-FILE
        AT END
            MOVE "Y" TO SORT-EOF-SW
    END-RETURN.

950-PRINT-LINE.
    MOVE PRINT-LINE TO PRINT-HOLD.
    IF LINE-CT >= PAGE-DEPTH
        PERFORM 410-NEW-PAGE.
    WRITE PRINT-LINE FROM PRINT-HOLD.
    ADD 1 TO LINE-CT.

990-CKPT-ABEND.
    DISPLAY "STATEMENT CHECKPOINT FILE ERROR - STATUS " WS-SK-STATUS
        " - RUN ABORTED".
    MOVE "S" TO AA-SEVERITY.
    MOVE SPACES TO AA-MESSAGE.
    STRING "STATEMENT CHECKPOINT FILE ERROR - STATUS " DELIMITED BY SIZE
           WS-SK-STATUS DELIMITED BY SIZE
           " - RUN ABORTED" DELIMITED BY SIZE
        INTO AA-MESSAGE.
    PERFORM 995-RAISE-ALERT.
    IF PRINT-OPEN
        MOVE "STATEMENT CHECKPOINT FILE ERROR - RUN ABORTED"
            TO PRINT-LINE
        WRITE PRINT-LINE
        CLOSE PRINT-FILE.
    STOP RUN.

995-RAISE-ALERT.
    MOVE "RAND0026" TO AA-PROGRAM.
    MOVE "RAND0026" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
