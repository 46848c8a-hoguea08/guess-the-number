        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-KEY
        FILE STATUS IS WS-CH-STATUS.
    SELECT TOURN-BRK-FILE ASSIGN TO "TOURNBRK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BM-KEY
        FILE STATUS IS WS-BM-STATUS.
    SELECT PRINT-FILE ASSIGN TO "CHLGPRT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  CHALLENGE-FILE.
    COPY CHALLNGE.

FD  TOURN-BRK-FILE.
    COPY TOURNBRK.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

WORKING-STORAGE SECTION.

01  WS-CH-STATUS            PIC XX VALUES "00".
01  WS-BM-STATUS            PIC XX VALUES "00".
01  CHLG-EOF-SW             PIC X VALUES "N".
    88  CHLG-EOF                VALUES "Y".
01  BRK-EOF-SW              PIC X VALUES "N".
    88  BRK-EOF                 VALUES "Y".
01  BRK-OPEN-SW             PIC X VALUES "N".
    88  BRK-FILE-OPEN           VALUES "Y".
01  MATCH-FOUND-SW          PIC X VALUES "N".
    88  MATCH-FOUND             VALUES "Y".

01  EXPIRY-DAYS             PIC 9(03) VALUES 14.
01  WS-TODAY                PIC 9(08).
01  SWEEP-TOTALS.
    05  CT-READ             PIC 9(07) VALUES ZEROS.
    05  CT-EXPIRED          PIC 9(07) VALUES ZEROS.
    05  CT-FORFEITED        PIC 9(07) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RN-POSTED           PIC X(08).
    05  FILLER              PIC X(20) VALUES " EXPIRED UNANSWERED".

01  RPT-FORFEIT-LINE.
    05  FILLER              PIC X(16) VALUES "  BRACKET EVENT ".
    05  RF-EVENT-ID         PIC X(08).
    05  FILLER              PIC X(07) VALUES " ROUND ".
    05  RF-ROUND            PIC Z9.
    05  FILLER              PIC X(07) VALUES " MATCH ".
    05  RF-MATCH            PIC ZZ9.
    05  FILLER              PIC X(12) VALUES " FORFEITED: ".
    05  RF-WINNER-ID        PIC X(10).
    05  FILLER              PIC X(09) VALUES " ADVANCES".

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC Z,ZZZ,ZZ9.
            INVALID KEY
                MOVE "Y" TO CHLG-EOF-SW
        END-START.
    OPEN I-O TOURN-BRK-FILE.
    IF WS-BM-STATUS = "00"
        MOVE "Y" TO BRK-OPEN-SW.

010-GET-EXPIRY-DAYS.
    MOVE 14 TO EXPIRY-DAYS.
    MOVE CH-OPPONENT-ID TO RN-OPPONENT.
    MOVE CH-POSTED-DATE TO RN-POSTED.
    WRITE PRINT-LINE FROM RPT-NOTICE-LINE.
    IF BRK-FILE-OPEN
        PERFORM 300-FORFEIT-BRACKET-MATCH.
    DELETE CHALLENGE-FILE
        INVALID KEY
            CONTINUE
    IF WS-CH-STATUS = "00"
        ADD 1 TO CT-EXPIRED.

300-FORFEIT-BRACKET-MATCH.
    MOVE "N" TO BRK-EOF-SW.
    MOVE "N" TO MATCH-FOUND-SW.
    MOVE LOW-VALUES TO BM-KEY.
    START TOURN-BRK-FILE KEY >= BM-KEY
        INVALID KEY
            MOVE "Y" TO BRK-EOF-SW
    END-START.
    PERFORM 310-CHECK-ONE-MATCH
        UNTIL BRK-EOF OR MATCH-FOUND.

310-CHECK-ONE-MATCH.
    READ TOURN-BRK-FILE NEXT RECORD
        AT END
            MOVE "Y" TO BRK-EOF-SW
        NOT AT END
            IF BM-PENDING
                AND BM-LOW-ID = CH-OPPONENT-ID
                AND BM-CH-DATE = CH-POSTED-DATE
                AND BM-CH-TIME = CH-POSTED-TIME
                MOVE "Y" TO MATCH-FOUND-SW
                PERFORM 320-RECORD-FORFEIT
            END-IF
    END-READ.

320-RECORD-FORFEIT.
    MOVE "F" TO BM-STATUS.
    MOVE BM-HIGH-ID TO BM-WINNER-ID.
    MOVE WS-TODAY TO BM-RESULT-DATE.
    REWRITE BRACKET-MATCH-RECORD
        INVALID KEY
            CONTINUE
    END-REWRITE.
    IF WS-BM-STATUS = "00"
        ADD 1 TO CT-FORFEITED
        MOVE BM-EVENT-ID TO RF-EVENT-ID
        MOVE BM-ROUND TO RF-ROUND
        MOVE BM-MATCH TO RF-MATCH
        MOVE BM-WINNER-ID TO RF-WINNER-ID
        WRITE PRINT-LINE FROM RPT-FORFEIT-LINE.

800-FINISH.
    MOVE "CHALLENGES ON FILE" TO RCL-LABEL.
    MOVE CT-READ TO RCL-COUNT.
    MOVE "CHALLENGES EXPIRED" TO RCL-LABEL.
    MOVE CT-EXPIRED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "BRACKET MATCHES FORFEITED" TO RCL-LABEL.
    MOVE CT-FORFEITED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    IF BRK-FILE-OPEN
        CLOSE TOURN-BRK-FILE.
    IF WS-CH-STATUS NOT = "35"
        CLOSE CHALLENGE-FILE.
    CLOSE PRINT-FILE.
