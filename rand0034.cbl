IDENTIFICATION DIVISION.
PROGRAM-ID. RAND0034.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-CTL-FILE ASSIGN TO "TOURNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OC-EVENT-ID
        FILE STATUS IS WS-OC-STATUS.
    SELECT TOURN-CTL-FILE ASSIGN TO "TOURNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TC-EVENT-ID
        FILE STATUS IS WS-TC-STATUS.
    SELECT OLD-ENR-FILE ASSIGN TO "TOURNENR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OE-KEY
        FILE STATUS IS WS-OE-STATUS.
    SELECT TOURN-ENR-FILE ASSIGN TO "TOURNENR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TE-KEY
        FILE STATUS IS WS-TE-STATUS.
    SELECT CTL-HOLD-FILE ASSIGN TO "TCTLHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHLD-STATUS.
    SELECT ENR-HOLD-FILE ASSIGN TO "TENRHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EHLD-STATUS.
    SELECT PRINT-FILE ASSIGN TO "TCNVPRT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  OLD-CTL-FILE.
01  OLD-CTL-RECORD.
    05  OC-EVENT-ID         PIC X(08).
    05  OC-REST             PIC X(56).

FD  TOURN-CTL-FILE.
    COPY TOURNCTL.

FD  OLD-ENR-FILE.
01  OLD-ENR-RECORD.
    05  OE-KEY              PIC X(18).
    05  OE-REST             PIC X(17).

FD  TOURN-ENR-FILE.
    COPY TOURNENR.

FD  CTL-HOLD-FILE.
01  CTL-HOLD-LINE               PIC X(64).

FD  ENR-HOLD-FILE.
01  ENR-HOLD-LINE               PIC X(35).

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(100).

WORKING-STORAGE SECTION.

01  WS-OC-STATUS            PIC XX VALUES "00".
01  WS-TC-STATUS            PIC XX VALUES "00".
01  WS-OE-STATUS            PIC XX VALUES "00".
01  WS-TE-STATUS            PIC XX VALUES "00".
01  WS-CHLD-STATUS          PIC XX VALUES "00".
01  WS-EHLD-STATUS          PIC XX VALUES "00".
01  OPEN-STATUS             PIC XX VALUES "00".

01  FILE-EOF-SW             PIC X VALUES "N".
    88  FILE-EOF                VALUES "Y".
01  BALANCED-SW             PIC X VALUES "Y".
    88  COUNTS-BALANCED         VALUES "Y".
01  RELOAD-SW               PIC X VALUES "N".
    88  RELOAD-WANTED           VALUES "Y".

01  CONVERT-TOTALS.
    05  CV-CTL-UNLOADED     PIC 9(09) VALUES ZEROS.
    05  CV-CTL-HELD         PIC 9(09) VALUES ZEROS.
    05  CV-CTL-RELOADED     PIC 9(09) VALUES ZEROS.
    05  CV-ENR-UNLOADED     PIC 9(09) VALUES ZEROS.
    05  CV-ENR-HELD         PIC 9(09) VALUES ZEROS.
    05  CV-ENR-RELOADED     PIC 9(09) VALUES ZEROS.
    05  CV-TOTAL-RELOADED   PIC 9(09) VALUES ZEROS.

01  RPT-BANNER.
    05  RB-LINE1            PIC X(54) VALUES "******************************************************".
    05  RB-LINE2            PIC X(54) VALUES "*     Guess the Number - Tournament File Conversion  *".
    05  RB-LINE3            PIC X(54) VALUES "******************************************************".

01  RPT-DATE-LINE.
    05  FILLER              PIC X(15) VALUES "BUSINESS DATE: ".
    05  RD-BUS-DATE         PIC X(08).

01  RPT-FILE-LINE.
    05  RFL-FILE            PIC X(08).
    05  FILLER              PIC X(02) VALUES SPACES.
    05  RFL-RESULT          PIC X(60).

01  RPT-COUNT-LINE.
    05  RCL-LABEL           PIC X(30).
    05  RCL-COUNT           PIC ZZZ,ZZZ,ZZ9-.

01  RPT-STATUS-LINE         PIC X(60) VALUES SPACES.
01  BLANK-LINE              PIC X(01) VALUES SPACES.

COPY RUNCTLPA.
COPY ALERTPA.

PROCEDURE DIVISION.

PERFORM 050-REGISTER-START.
IF RP-ALREADY-DONE
    DISPLAY "RAND0034 ALREADY COMPLETE FOR " RP-BUS-DATE
        " - RUN REFUSED"
    STOP RUN.
PERFORM 000-INITIALIZE.
PERFORM 200-CONVERT-TOURNCTL.
PERFORM 300-CONVERT-TOURNENR.
PERFORM 800-PRINT-REPORT.
IF COUNTS-BALANCED
    PERFORM 850-REGISTER-END
ELSE
    MOVE "S" TO AA-SEVERITY
    MOVE RPT-STATUS-LINE TO AA-MESSAGE
    PERFORM 995-RAISE-ALERT.
STOP RUN.

050-REGISTER-START.
    MOVE "S" TO RP-FUNCTION.
    MOVE "RAND0034" TO RP-STEP-NAME.
    MOVE ZEROS TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

850-REGISTER-END.
    MOVE "E" TO RP-FUNCTION.
    COMPUTE CV-TOTAL-RELOADED = CV-CTL-RELOADED + CV-ENR-RELOADED.
    MOVE CV-TOTAL-RELOADED TO RP-REC-COUNT.
    CALL "RAND0013" USING RUN-CTL-PARM.

000-INITIALIZE.
    OPEN OUTPUT PRINT-FILE.
    WRITE PRINT-LINE FROM RB-LINE1.
    WRITE PRINT-LINE FROM RB-LINE2.
    WRITE PRINT-LINE FROM RB-LINE3.
    MOVE RP-BUS-DATE TO RD-BUS-DATE.
    WRITE PRINT-LINE FROM RPT-DATE-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.

200-CONVERT-TOURNCTL.
    MOVE "TOURNCTL" TO RFL-FILE.
    MOVE "N" TO RELOAD-SW.
    OPEN INPUT TOURN-CTL-FILE.
    MOVE WS-TC-STATUS TO OPEN-STATUS.
    IF OPEN-STATUS = "00"
        CLOSE TOURN-CTL-FILE
        PERFORM 210-COUNT-CTL-HOLD
        IF CV-CTL-HELD > 0
            MOVE "PREVIOUS RELOAD INCOMPLETE - RELOADING FROM TCTLHOLD"
                TO RFL-RESULT
            WRITE PRINT-LINE FROM RPT-FILE-LINE
            MOVE "Y" TO RELOAD-SW
        ELSE
            MOVE "ALREADY IN CURRENT LAYOUT - NOT CONVERTED"
                TO RFL-RESULT
            WRITE PRINT-LINE FROM RPT-FILE-LINE
        END-IF
    ELSE IF OPEN-STATUS = "35"
        MOVE "NOT PRESENT - NOTHING TO CONVERT" TO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
    ELSE
        PERFORM 220-UNLOAD-OLD-CTL.
    IF RELOAD-WANTED
        PERFORM 230-RELOAD-CTL.

210-COUNT-CTL-HOLD.
    MOVE ZEROS TO CV-CTL-HELD.
    OPEN INPUT CTL-HOLD-FILE.
    IF WS-CHLD-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 215-COUNT-ONE-CTL-HOLD
            UNTIL FILE-EOF
        CLOSE CTL-HOLD-FILE.

215-COUNT-ONE-CTL-HOLD.
    READ CTL-HOLD-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO CV-CTL-HELD
    END-READ.

220-UNLOAD-OLD-CTL.
    OPEN INPUT OLD-CTL-FILE.
    IF WS-OC-STATUS NOT = "00"
        MOVE "N" TO BALANCED-SW
        MOVE SPACES TO RFL-RESULT
        STRING "CANNOT BE OPENED IN EITHER LAYOUT - STATUS "
            OPEN-STATUS "/" WS-OC-STATUS
            DELIMITED BY SIZE INTO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
        MOVE "TOURNCTL COULD NOT BE OPENED - NOT CONVERTED"
            TO RPT-STATUS-LINE
    ELSE
        OPEN OUTPUT CTL-HOLD-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 225-UNLOAD-ONE-CTL
            UNTIL FILE-EOF
        CLOSE OLD-CTL-FILE
        CLOSE CTL-HOLD-FILE
        PERFORM 210-COUNT-CTL-HOLD
        IF CV-CTL-HELD = CV-CTL-UNLOADED
            MOVE "Y" TO RELOAD-SW
        ELSE
            MOVE "N" TO BALANCED-SW
            MOVE "UNLOAD OUT OF BALANCE - FILE LEFT IN OLD LAYOUT"
                TO RFL-RESULT
            WRITE PRINT-LINE FROM RPT-FILE-LINE
            MOVE "TOURNCTL UNLOAD OUT OF BALANCE - NOT CONVERTED"
                TO RPT-STATUS-LINE
        END-IF.

225-UNLOAD-ONE-CTL.
    READ OLD-CTL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            WRITE CTL-HOLD-LINE FROM OLD-CTL-RECORD
            ADD 1 TO CV-CTL-UNLOADED
    END-READ.

230-RELOAD-CTL.
    OPEN INPUT CTL-HOLD-FILE.
    OPEN OUTPUT TOURN-CTL-FILE.
    MOVE "N" TO FILE-EOF-SW.
    PERFORM 235-RELOAD-ONE-CTL
        UNTIL FILE-EOF.
    CLOSE TOURN-CTL-FILE.
    CLOSE CTL-HOLD-FILE.
    IF CV-CTL-RELOADED = CV-CTL-HELD
        OPEN OUTPUT CTL-HOLD-FILE
        CLOSE CTL-HOLD-FILE
        MOVE "CONVERTED - EVENT TYPE W, NO BRACKET" TO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
    ELSE
        MOVE "N" TO BALANCED-SW
        MOVE "RELOAD OUT OF BALANCE - TCTLHOLD RETAINED, RERUN"
            TO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
        MOVE "TOURNCTL RELOAD OUT OF BALANCE - TCTLHOLD RETAINED"
            TO RPT-STATUS-LINE.

235-RELOAD-ONE-CTL.
    READ CTL-HOLD-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE CTL-HOLD-LINE TO TOURN-CTL-RECORD
            MOVE "W" TO TC-EVENT-TYPE
            MOVE ZEROS TO TC-BR-ROUND
            MOVE ZEROS TO TC-BR-SIZE
            WRITE TOURN-CTL-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO CV-CTL-RELOADED
            END-WRITE
    END-READ.

300-CONVERT-TOURNENR.
    MOVE "TOURNENR" TO RFL-FILE.
    MOVE "N" TO RELOAD-SW.
    OPEN INPUT TOURN-ENR-FILE.
    MOVE WS-TE-STATUS TO OPEN-STATUS.
    IF OPEN-STATUS = "00"
        CLOSE TOURN-ENR-FILE
        PERFORM 310-COUNT-ENR-HOLD
        IF CV-ENR-HELD > 0
            MOVE "PREVIOUS RELOAD INCOMPLETE - RELOADING FROM TENRHOLD"
                TO RFL-RESULT
            WRITE PRINT-LINE FROM RPT-FILE-LINE
            MOVE "Y" TO RELOAD-SW
        ELSE
            MOVE "ALREADY IN CURRENT LAYOUT - NOT CONVERTED"
                TO RFL-RESULT
            WRITE PRINT-LINE FROM RPT-FILE-LINE
        END-IF
    ELSE IF OPEN-STATUS = "35"
        MOVE "NOT PRESENT - NOTHING TO CONVERT" TO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
    ELSE
        PERFORM 320-UNLOAD-OLD-ENR.
    IF RELOAD-WANTED
        PERFORM 330-RELOAD-ENR.

310-COUNT-ENR-HOLD.
    MOVE ZEROS TO CV-ENR-HELD.
    OPEN INPUT ENR-HOLD-FILE.
    IF WS-EHLD-STATUS = "00"
        MOVE "N" TO FILE-EOF-SW
        PERFORM 315-COUNT-ONE-ENR-HOLD
            UNTIL FILE-EOF
        CLOSE ENR-HOLD-FILE.

315-COUNT-ONE-ENR-HOLD.
    READ ENR-HOLD-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            ADD 1 TO CV-ENR-HELD
    END-READ.

320-UNLOAD-OLD-ENR.
    OPEN INPUT OLD-ENR-FILE.
    IF WS-OE-STATUS NOT = "00"
        MOVE "N" TO BALANCED-SW
        MOVE SPACES TO RFL-RESULT
        STRING "CANNOT BE OPENED IN EITHER LAYOUT - STATUS "
            OPEN-STATUS "/" WS-OE-STATUS
            DELIMITED BY SIZE INTO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
        MOVE "TOURNENR COULD NOT BE OPENED - NOT CONVERTED"
            TO RPT-STATUS-LINE
    ELSE
        OPEN OUTPUT ENR-HOLD-FILE
        MOVE "N" TO FILE-EOF-SW
        PERFORM 325-UNLOAD-ONE-ENR
            UNTIL FILE-EOF
        CLOSE OLD-ENR-FILE
        CLOSE ENR-HOLD-FILE
        PERFORM 310-COUNT-ENR-HOLD
        IF CV-ENR-HELD = CV-ENR-UNLOADED
            MOVE "Y" TO RELOAD-SW
        ELSE
            MOVE "N" TO BALANCED-SW
            MOVE "UNLOAD OUT OF BALANCE - FILE LEFT IN OLD LAYOUT"
                TO RFL-RESULT
            WRITE PRINT-LINE FROM RPT-FILE-LINE
            MOVE "TOURNENR UNLOAD OUT OF BALANCE - NOT CONVERTED"
                TO RPT-STATUS-LINE
        END-IF.

325-UNLOAD-ONE-ENR.
    READ OLD-ENR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            WRITE ENR-HOLD-LINE FROM OLD-ENR-RECORD
            ADD 1 TO CV-ENR-UNLOADED
    END-READ.

330-RELOAD-ENR.
    OPEN INPUT ENR-HOLD-FILE.
    OPEN OUTPUT TOURN-ENR-FILE.
    MOVE "N" TO FILE-EOF-SW.
    PERFORM 335-RELOAD-ONE-ENR
        UNTIL FILE-EOF.
    CLOSE TOURN-ENR-FILE.
    CLOSE ENR-HOLD-FILE.
    IF CV-ENR-RELOADED = CV-ENR-HELD
        OPEN OUTPUT ENR-HOLD-FILE
        CLOSE ENR-HOLD-FILE
        MOVE "CONVERTED - NO SEED, NO BRACKET STATUS" TO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
    ELSE
        MOVE "N" TO BALANCED-SW
        MOVE "RELOAD OUT OF BALANCE - TENRHOLD RETAINED, RERUN"
            TO RFL-RESULT
        WRITE PRINT-LINE FROM RPT-FILE-LINE
        MOVE "TOURNENR RELOAD OUT OF BALANCE - TENRHOLD RETAINED"
            TO RPT-STATUS-LINE.

335-RELOAD-ONE-ENR.
    READ ENR-HOLD-FILE
        AT END
            MOVE "Y" TO FILE-EOF-SW
        NOT AT END
            MOVE ENR-HOLD-LINE TO TOURN-ENR-RECORD
            MOVE ZEROS TO TE-SEED
            MOVE SPACES TO TE-BR-STATUS
            MOVE ZEROS TO TE-BR-ROUND
            WRITE TOURN-ENR-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO CV-ENR-RELOADED
            END-WRITE
    END-READ.

800-PRINT-REPORT.
    WRITE PRINT-LINE FROM BLANK-LINE.
    MOVE "TOURNCTL RECORDS UNLOADED" TO RCL-LABEL.
    MOVE CV-CTL-UNLOADED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TOURNCTL RECORDS HELD" TO RCL-LABEL.
    MOVE CV-CTL-HELD TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TOURNCTL RECORDS RELOADED" TO RCL-LABEL.
    MOVE CV-CTL-RELOADED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TOURNENR RECORDS UNLOADED" TO RCL-LABEL.
    MOVE CV-ENR-UNLOADED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TOURNENR RECORDS HELD" TO RCL-LABEL.
    MOVE CV-ENR-HELD TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    MOVE "TOURNENR RECORDS RELOADED" TO RCL-LABEL.
    MOVE CV-ENR-RELOADED TO RCL-COUNT.
    WRITE PRINT-LINE FROM RPT-COUNT-LINE.
    WRITE PRINT-LINE FROM BLANK-LINE.
    IF COUNTS-BALANCED
        MOVE "TOURNAMENT FILES IN CURRENT LAYOUT" TO RPT-STATUS-LINE.
    WRITE PRINT-LINE FROM RPT-STATUS-LINE.
    CLOSE PRINT-FILE.

995-RAISE-ALERT.
    MOVE "RAND0034" TO AA-PROGRAM.
    MOVE "RAND0034" TO AA-STEP.
    MOVE RP-BUS-DATE TO AA-BUS-DATE.
    MOVE SPACES TO AA-PLAYER-ID.
    MOVE SPACES TO AA-OTHER-ID.
    CALL "RAND0031" USING ALERT-PARM.
