    SELECT SUSP-FILE ASSIGN TO "GAMESUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSP-STATUS.
    SELECT ALERT-FILE ASSIGN TO "ALERTLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AL-KEY
        FILE STATUS IS WS-AL-STATUS.
    SELECT PRINT-FILE ASSIGN TO "OPSPRT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  SUSP-FILE.
01  SUSP-RECORD             PIC X(58).

FD  ALERT-FILE.
    COPY ALERTREC.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

01  WS-CT-STATUS            PIC XX VALUES "00".
01  WS-LT-STATUS            PIC XX VALUES "00".
01  WS-SUSP-STATUS          PIC XX VALUES "00".
01  WS-AL-STATUS            PIC XX VALUES "00".
01  CTL-EOF-SW              PIC X VALUES "N".
    88  CTL-EOF                 VALUES "Y".
01  SUSP-EOF-SW             PIC X VALUES "N".
    88  SUSP-EOF                VALUES "Y".
01  ALERT-EOF-SW            PIC X VALUES "N".
    88  ALERT-EOF               VALUES "Y".
01  ALERT-LOG-SW            PIC X VALUES "N".
    88  ALERT-LOG-OPEN          VALUES "Y".
01  CERT-PRESENT-SW         PIC X VALUES "N".
    88  CERT-PRESENT            VALUES "Y".
01  LEDG-PRESENT-SW         PIC X VALUES "N".
01  SAVE-COUNT              PIC 9(09).
01  PRIOR-COUNT             PIC 9(09) VALUES ZEROS.
01  COUNT-DELTA             PIC S9(09) VALUES ZEROS.
01  OPEN-SEVERE             PIC 9(05) VALUES ZEROS.
01  OPEN-ERROR              PIC 9(05) VALUES ZEROS.
01  OPEN-WARNING            PIC 9(05) VALUES ZEROS.
01  OPEN-INFO               PIC 9(05) VALUES ZEROS.
01  ALERTS-LISTED           PIC 9(03) VALUES ZEROS.
01  ALERT-LIST-MAX          PIC 9(03) VALUES 10.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  FILLER              PIC X(15) VALUES " STALE - DATED ".
    05  RSL-DATE            PIC X(08).

01  RPT-ALERT-HEADING       PIC X(70) VALUES
    "  RAISED   TIME      SEV  PROGRAM   BUS DATE  MESSAGE".

01  RPT-ALERT-LINE.
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RAL-DATE            PIC X(08).
    05  FILLER              PIC X(01) VALUES SPACES.
    05  RAL-TIME            PIC 9(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RAL-SEVERITY        PIC X(01).
    05  FILLER              PIC X(04) VALUES SPACES.
    05  RAL-PROGRAM         PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RAL-BUS-DATE        PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RAL-MESSAGE         PIC X(54).

01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.
PERFORM 300-REPORT-CERTIFICATION.
PERFORM 400-REPORT-LEDGER-AUDIT.
PERFORM 500-REPORT-SUSPENSE.
PERFORM 600-REPORT-ALERTS.
PERFORM 800-FINISH.
PERFORM 850-REGISTER-END.
STOP RUN.
            ADD 1 TO SUSP-COUNT
    END-READ.

600-REPORT-ALERTS.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "OPEN OPERATOR ALERTS" TO PRINT-LINE.
    WRITE PRINT-LINE.
    OPEN INPUT ALERT-FILE.
    IF WS-AL-STATUS = "00"
        MOVE "Y" TO ALERT-LOG-SW
        PERFORM 610-START-ALERTS
        PERFORM 620-COUNT-ONE-ALERT
            UNTIL ALERT-EOF
    ELSE IF WS-AL-STATUS NOT = "35"
        MOVE "ALERT LOG NOT AVAILABLE" TO PRINT-LINE
        WRITE PRINT-LINE
        MOVE "Y" TO ATTENTION-SW.
    MOVE "  SEVERE" TO RCL-LABEL.
    MOVE OPEN-SEVERE TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  ERROR" TO RCL-LABEL.
    MOVE OPEN-ERROR TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  WARNING" TO RCL-LABEL.
    MOVE OPEN-WARNING TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "  INFORMATION" TO RCL-LABEL.
    MOVE OPEN-INFO TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF OPEN-SEVERE + OPEN-ERROR > 0
        MOVE "Y" TO ATTENTION-SW
        WRITE PRINT-LINE FROM RPT-ALERT-HEADING
        PERFORM 610-START-ALERTS
        PERFORM 630-LIST-ONE-ALERT
            UNTIL ALERT-EOF
        IF OPEN-SEVERE + OPEN-ERROR > ALERTS-LISTED
            MOVE "  ... FURTHER ALERTS ON THE ALERT SCREEN" TO PRINT-LINE
            WRITE PRINT-LINE.
    IF ALERT-LOG-OPEN
        CLOSE ALERT-FILE.

610-START-ALERTS.
    MOVE "N" TO ALERT-EOF-SW.
    MOVE LOW-VALUES TO AL-KEY.
    START ALERT-FILE KEY >= AL-KEY
        INVALID KEY
            MOVE "Y" TO ALERT-EOF-SW
    END-START.

620-COUNT-ONE-ALERT.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO ALERT-EOF-SW
        NOT AT END
            IF AL-OPEN
                IF AL-SEVERE
                    ADD 1 TO OPEN-SEVERE
                ELSE IF AL-ERROR
                    ADD 1 TO OPEN-ERROR
                ELSE IF AL-WARNING
                    ADD 1 TO OPEN-WARNING
                ELSE
                    ADD 1 TO OPEN-INFO
                END-IF
                END-IF
                END-IF
            END-IF
    END-READ.

630-LIST-ONE-ALERT.
    READ ALERT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO ALERT-EOF-SW
        NOT AT END
            IF AL-OPEN AND (AL-SEVERE OR AL-ERROR)
                PERFORM 640-PRINT-ALERT-LINE
            END-IF
    END-READ.

640-PRINT-ALERT-LINE.
    IF ALERTS-LISTED < ALERT-LIST-MAX
        ADD 1 TO ALERTS-LISTED
        MOVE AL-DATE TO RAL-DATE
        MOVE AL-TIME TO RAL-TIME
        MOVE AL-SEVERITY TO RAL-SEVERITY
        MOVE AL-PROGRAM TO RAL-PROGRAM
        MOVE AL-BUS-DATE TO RAL-BUS-DATE
        MOVE AL-MESSAGE TO RAL-MESSAGE
        WRITE PRINT-LINE FROM RPT-ALERT-LINE.

800-FINISH.
    WRITE PRINT-LINE FROM BLANK-LINE.
    IF STEPS-INCOMPLETE > 0
