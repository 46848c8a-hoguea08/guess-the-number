IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0032.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-KEY
        FILE STATUS IS WS-AL-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ALERT-FILE.
    COPY ALERTREC.

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE          PIC X(102).

WORKING-STORAGE SECTION.

COPY MAINTLOG.
COPY AUTHCKPA.

01  WS-AL-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  OPERATOR-ID             PIC X(10) VALUES SPACES.
01  OPERATOR-PIN            PIC X(06) VALUES SPACES.
01  MENU-ACTION             PIC X VALUES SPACES.
01  DONE-SW                 PIC X VALUES "N".
    88  MENU-DONE               VALUES "Y".
01  ALERT-EOF-SW            PIC X VALUES "N".
    88  ALERT-EOF               VALUES "Y".
01  LIST-MODE               PIC X VALUES SPACES.
    88  LIST-OPEN               VALUES "O".
    88  LIST-HISTORY            VALUES "H".
01  FILTER-FROM             PIC X(08) VALUES "00000000".
01  FILTER-IN               PIC X(08) VALUES SPACES.
01  MATCH-COUNT             PIC 9(05) VALUES ZEROS.
01  SKIP-COUNT              PIC 9(05) VALUES ZEROS.
01  SCAN-COUNT              PIC 9(05) VALUES ZEROS.
01  LOADED-COUNT            PIC 9(03) VALUES ZEROS.
01  TABLE-MAX               PIC 9(03) VALUES 500.
01  TABLE-IX                PIC 9(03) VALUES ZEROS.
01  LIST-NO                 PIC 9(03) VALUES ZEROS.
01  FIRST-NO                PIC 9(03) VALUES ZEROS.
01  LAST-NO                 PIC 9(03) VALUES ZEROS.
01  ACK-NO-IN               PIC X(03) VALUES SPACES.
01  ACK-NO                  PIC 9(03) VALUES ZEROS.
01  ACK-COMMENT             PIC X(40) VALUES SPACES.
01  CUR-PAGE                PIC 9(03) VALUES ZEROS.
01  PAGE-COUNT              PIC 9(03) VALUES ZEROS.
01  PAGE-SIZE               PIC 99 VALUES 10.
01  COUNT-DISP              PIC ZZZZ9.

01  ALERT-TABLE.
    05  AT-KEY              PIC X(18) OCCURS 500 TIMES.

01  LIST-TITLE.
    05  FILLER              PIC X(06) VALUES "----- ".
    05  LT-TEXT             PIC X(26).
    05  FILLER              PIC X(06) VALUES " page ".
    05  LT-PAGE             PIC ZZ9.
    05  FILLER              PIC X(04) VALUES " of ".
    05  LT-PAGES            PIC ZZ9.
    05  FILLER              PIC X(06) VALUES " -----".

01  LIST-HEADING            PIC X(80) VALUES
    " NO  DATE     TIME      SEVERITY  PROGRAM   STEP      BUS DATE  STATUS".

01  ALERT-LINE.
    05  ALN-NO              PIC ZZ9.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  ALN-DATE            PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  ALN-TIME            PIC 9(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  ALN-SEVERITY        PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  ALN-PROGRAM         PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  ALN-STEP            PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  ALN-BUS-DATE        PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  ALN-STATUS          PIC X(12).

01  MESSAGE-LINE.
    05  FILLER              PIC X(07) VALUES SPACES.
    05  MLN-MESSAGE         PIC X(60).

01  PLAYER-LINE.
    05  FILLER              PIC X(07) VALUES SPACES.
    05  FILLER              PIC X(08) VALUES "PLAYER: ".
    05  PLN-PLAYER-ID       PIC X(10).
    05  PLN-OTHER-TEXT      PIC X(09).
    05  PLN-OTHER-ID        PIC X(10).

01  ACK-LINE.
    05  FILLER              PIC X(07) VALUES SPACES.
    05  FILLER              PIC X(09) VALUES "ACK'D BY ".
    05  AKL-OPER            PIC X(10).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  AKL-DATE            PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  AKL-TIME            PIC 9(08).
    05  FILLER              PIC X(02) VALUES ": ".
    05  AKL-COMMENT         PIC X(40).

PROCEDURE DIVISION.

DISPLAY "Operator alert log.".
DISPLAY "Operator ID: ".
ACCEPT OPERATOR-ID.
DISPLAY "Operator PIN: ".
ACCEPT OPERATOR-PIN WITH NO-ECHO.
PERFORM 005-CHECK-AUTHORITY.
IF NOT AP-GRANTED
    DISPLAY "Sign-on refused - not authorised for operations."
    STOP RUN.
PERFORM 010-OPEN-ALERT-FILE.
IF WS-AL-STATUS NOT = "00"
    DISPLAY "Alert log could not be opened - status " WS-AL-STATUS
    STOP RUN.
MOVE "O" TO LIST-MODE.
PERFORM 200-LOAD-ALERTS.
MOVE 1 TO CUR-PAGE.
PERFORM 300-SHOW-PAGE.
PERFORM 100-MENU-ROUND
    UNTIL MENU-DONE.
CLOSE ALERT-FILE.
STOP RUN.

005-CHECK-AUTHORITY.
    MOVE OPERATOR-ID TO AP-OPERATOR-ID.
    MOVE OPERATOR-PIN TO AP-PIN.
    MOVE "F" TO AP-AUTHORITY.
    MOVE "RAND0032" TO AP-PROGRAM.
    MOVE SPACES TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.

010-OPEN-ALERT-FILE.
    OPEN I-O ALERT-FILE.
    IF WS-AL-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
        CLOSE ALERT-FILE
        OPEN I-O ALERT-FILE.

100-MENU-ROUND.
    DISPLAY "Alert log - select an action:".
    DISPLAY "  L - List open alerts".
    DISPLAY "  A - Acknowledge an alert by its list number".
    DISPLAY "  H - Alert history (open and acknowledged)".
    DISPLAY "  N - Next page         P - Previous page".
    DISPLAY "  X - Exit".
    ACCEPT MENU-ACTION.
    IF MENU-ACTION = "L"
        MOVE "O" TO LIST-MODE
        PERFORM 200-LOAD-ALERTS
        MOVE 1 TO CUR-PAGE
        PERFORM 300-SHOW-PAGE
    ELSE IF MENU-ACTION = "A"
        PERFORM 400-ACKNOWLEDGE
    ELSE IF MENU-ACTION = "H"
        PERFORM 150-SET-HISTORY
    ELSE IF MENU-ACTION = "N"
        PERFORM 160-NEXT-PAGE
    ELSE IF MENU-ACTION = "P"
        PERFORM 165-PREVIOUS-PAGE
    ELSE IF MENU-ACTION = "X"
        MOVE "Y" TO DONE-SW
    ELSE
        DISPLAY "Unknown action.".

150-SET-HISTORY.
    DISPLAY "From date (YYYYMMDD, blank for all): ".
    MOVE SPACES TO FILTER-IN.
    ACCEPT FILTER-IN.
    IF FILTER-IN = SPACES
        MOVE "00000000" TO FILTER-FROM
    ELSE IF FILTER-IN NUMERIC
        MOVE FILTER-IN TO FILTER-FROM
    ELSE
        DISPLAY "Date must be YYYYMMDD - showing all alerts."
        MOVE "00000000" TO FILTER-FROM.
    MOVE "H" TO LIST-MODE.
    PERFORM 200-LOAD-ALERTS.
    MOVE 1 TO CUR-PAGE.
    PERFORM 300-SHOW-PAGE.

160-NEXT-PAGE.
    IF CUR-PAGE < PAGE-COUNT
        ADD 1 TO CUR-PAGE
        PERFORM 300-SHOW-PAGE
    ELSE
        DISPLAY "Already on the last page.".

165-PREVIOUS-PAGE.
    IF CUR-PAGE > 1
        SUBTRACT 1 FROM CUR-PAGE
        PERFORM 300-SHOW-PAGE
    ELSE
        DISPLAY "Already on the first page.".

200-LOAD-ALERTS.
    MOVE ZEROS TO MATCH-COUNT.
    PERFORM 210-START-ALERTS.
    PERFORM 220-COUNT-ONE-ALERT
        UNTIL ALERT-EOF.
    MOVE ZEROS TO SKIP-COUNT.
    IF MATCH-COUNT > TABLE-MAX
        COMPUTE SKIP-COUNT = MATCH-COUNT - TABLE-MAX.
    MOVE ZEROS TO SCAN-COUNT.
    MOVE ZEROS TO LOADED-COUNT.
    PERFORM 210-START-ALERTS.
    PERFORM 230-LOAD-ONE-ALERT
        UNTIL ALERT-EOF.
    COMPUTE PAGE-COUNT =
        (LOADED-COUNT + PAGE-SIZE - 1) / PAGE-SIZE.
    IF PAGE-COUNT = 0
        MOVE 1 TO PAGE-COUNT.
    IF SKIP-COUNT > 0
        MOVE MATCH-COUNT TO COUNT-DISP
        DISPLAY "Only the newest " TABLE-MAX " of " COUNT-DISP
            " alerts can be listed.".

210-START-ALERTS.
    MOVE "N" TO ALERT-EOF-SW.
    IF LIST-HISTORY
        MOVE FILTER-FROM TO AL-DATE
    ELSE
        MOVE "00000000" TO AL-DATE.
    MOVE ZEROS TO AL-TIME.
    MOVE ZEROS TO AL-SEQ.
    START ALERT-FILE KEY >= AL-KEY
        INVALID KEY
            MOVE "Y" TO ALERT-EOF-SW
    END-START.

220-COUNT-ONE-ALERT.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO ALERT-EOF-SW
        NOT AT END
            IF LIST-HISTORY OR AL-OPEN
                ADD 1 TO MATCH-COUNT
            END-IF
    END-READ.

230-LOAD-ONE-ALERT.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO ALERT-EOF-SW
        NOT AT END
            IF LIST-HISTORY OR AL-OPEN
                PERFORM 235-KEEP-ALERT
            END-IF
    END-READ.

235-KEEP-ALERT.
    ADD 1 TO SCAN-COUNT.
    IF SCAN-COUNT > SKIP-COUNT AND LOADED-COUNT < TABLE-MAX
        ADD 1 TO LOADED-COUNT
        MOVE AL-KEY TO AT-KEY(LOADED-COUNT).

300-SHOW-PAGE.
    IF LIST-HISTORY
        MOVE "Alert history" TO LT-TEXT
    ELSE
        MOVE "Open alerts" TO LT-TEXT.
    MOVE CUR-PAGE TO LT-PAGE.
    MOVE PAGE-COUNT TO LT-PAGES.
    DISPLAY LIST-TITLE.
    IF LOADED-COUNT = 0
        IF LIST-HISTORY
            DISPLAY "No alerts recorded for this period."
        ELSE
            DISPLAY "No open alerts."
        END-IF
    ELSE
        DISPLAY LIST-HEADING
        COMPUTE FIRST-NO = (CUR-PAGE - 1) * PAGE-SIZE + 1
        COMPUTE LAST-NO = FIRST-NO + PAGE-SIZE - 1
        IF LAST-NO > LOADED-COUNT
            MOVE LOADED-COUNT TO LAST-NO
        END-IF
        PERFORM 310-SHOW-ONE-ALERT
            VARYING LIST-NO FROM FIRST-NO BY 1
            UNTIL LIST-NO > LAST-NO.

310-SHOW-ONE-ALERT.
    COMPUTE TABLE-IX = LOADED-COUNT - LIST-NO + 1.
    MOVE AT-KEY(TABLE-IX) TO AL-KEY.
    READ ALERT-FILE
        INVALID KEY
            DISPLAY LIST-NO " - alert no longer on file."
        NOT INVALID KEY
            PERFORM 320-FORMAT-ALERT
    END-READ.

320-FORMAT-ALERT.
    MOVE LIST-NO TO ALN-NO.
    MOVE AL-DATE TO ALN-DATE.
    MOVE AL-TIME TO ALN-TIME.
    IF AL-SEVERE
        MOVE "SEVERE" TO ALN-SEVERITY
    ELSE IF AL-ERROR
        MOVE "ERROR" TO ALN-SEVERITY
    ELSE IF AL-WARNING
        MOVE "WARNING" TO ALN-SEVERITY
    ELSE
        MOVE "INFO" TO ALN-SEVERITY.
    MOVE AL-PROGRAM TO ALN-PROGRAM.
    MOVE AL-STEP TO ALN-STEP.
    MOVE AL-BUS-DATE TO ALN-BUS-DATE.
    IF AL-ACKNOWLEDGED
        MOVE "ACKNOWLEDGED" TO ALN-STATUS
    ELSE
        MOVE "OPEN" TO ALN-STATUS.
    DISPLAY ALERT-LINE.
    MOVE AL-MESSAGE TO MLN-MESSAGE.
    DISPLAY MESSAGE-LINE.
    IF AL-PLAYER-ID NOT = SPACES
        MOVE AL-PLAYER-ID TO PLN-PLAYER-ID
        IF AL-OTHER-ID = SPACES
            MOVE SPACES TO PLN-OTHER-TEXT
        ELSE
            MOVE "  OTHER: " TO PLN-OTHER-TEXT
        END-IF
        MOVE AL-OTHER-ID TO PLN-OTHER-ID
        DISPLAY PLAYER-LINE.
    IF AL-ACKNOWLEDGED
        MOVE AL-ACK-OPER TO AKL-OPER
        MOVE AL-ACK-DATE TO AKL-DATE
        MOVE AL-ACK-TIME TO AKL-TIME
        MOVE AL-ACK-COMMENT TO AKL-COMMENT
        DISPLAY ACK-LINE.

400-ACKNOWLEDGE.
    DISPLAY "List number of the alert to acknowledge: ".
    MOVE SPACES TO ACK-NO-IN.
    ACCEPT ACK-NO-IN.
    MOVE ZEROS TO ACK-NO.
    IF ACK-NO-IN(3:1) NUMERIC
        MOVE ACK-NO-IN TO ACK-NO
    ELSE IF ACK-NO-IN(2:1) NUMERIC AND ACK-NO-IN(3:1) = SPACE
        MOVE ACK-NO-IN(1:2) TO ACK-NO
    ELSE IF ACK-NO-IN(1:1) NUMERIC AND ACK-NO-IN(2:2) = SPACES
        MOVE ACK-NO-IN(1:1) TO ACK-NO.
    IF ACK-NO = 0 OR ACK-NO > LOADED-COUNT
        DISPLAY "No such line on the current list."
    ELSE
        COMPUTE TABLE-IX = LOADED-COUNT - ACK-NO + 1
        MOVE AT-KEY(TABLE-IX) TO AL-KEY
        READ ALERT-FILE
            INVALID KEY
                DISPLAY "Alert no longer on file."
            NOT INVALID KEY
                PERFORM 410-ACK-ONE-ALERT
        END-READ.

410-ACK-ONE-ALERT.
    MOVE ACK-NO TO LIST-NO.
    PERFORM 320-FORMAT-ALERT.
    IF AL-ACKNOWLEDGED
        DISPLAY "Alert already acknowledged."
    ELSE
        DISPLAY "Comment (required): "
        MOVE SPACES TO ACK-COMMENT
        ACCEPT ACK-COMMENT
        IF ACK-COMMENT = SPACES
            DISPLAY "A comment is required - alert not acknowledged."
        ELSE
            PERFORM 420-REWRITE-ALERT.

420-REWRITE-ALERT.
    MOVE "A" TO AL-STATUS.
    MOVE OPERATOR-ID TO AL-ACK-OPER.
    ACCEPT AL-ACK-DATE FROM DATE YYYYMMDD.
    ACCEPT AL-ACK-TIME FROM TIME.
    MOVE ACK-COMMENT TO AL-ACK-COMMENT.
    REWRITE ALERT-RECORD
        INVALID KEY
            DISPLAY "Alert could not be updated."
        NOT INVALID KEY
            DISPLAY "Alert acknowledged."
            PERFORM 950-WRITE-LOG
    END-REWRITE.

950-WRITE-LOG.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.
    ACCEPT ML-DATE FROM DATE YYYYMMDD.
    ACCEPT ML-TIME FROM TIME.
    MOVE OPERATOR-ID TO ML-OPERATOR.
    MOVE "ALERTACK" TO ML-ACTION.
    MOVE AL-PROGRAM TO ML-FROM-ID.
    MOVE AL-DATE TO ML-TO-ID.
    MOVE SPACES TO ML-DETAIL.
    STRING "ALERT KEY " AL-DATE AL-TIME AL-SEQ
        " SEV " AL-SEVERITY DELIMITED BY SIZE INTO ML-DETAIL.
    WRITE MAINT-LOG-LINE FROM MAINT-LOG-RECORD.
    CLOSE MAINT-LOG-FILE.
