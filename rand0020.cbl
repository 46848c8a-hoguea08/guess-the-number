WORKING-STORAGE SECTION.

COPY MAINTLOG.
COPY AUTHCKPA.

01  WS-HR-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".

01  OPERATOR-ID             PIC X(10) VALUES SPACES.
01  OPERATOR-PIN            PIC X(06) VALUES SPACES.
01  MENU-ACTION             PIC X VALUES SPACES.
01  DONE-SW                 PIC X VALUES "N".
    88  MENU-DONE               VALUES "Y".
DISPLAY "House rules maintenance.".
DISPLAY "Operator ID: ".
ACCEPT OPERATOR-ID.
DISPLAY "Operator PIN: ".
ACCEPT OPERATOR-PIN WITH NO-ECHO.
PERFORM 005-CHECK-AUTHORITY.
IF NOT AP-GRANTED
    DISPLAY "Sign-on refused - not authorised to change house rules."
    STOP RUN.
PERFORM 010-OPEN-RULES-FILE.
PERFORM 015-OPEN-LOG-FILE.
PERFORM 100-MENU-ROUND
CLOSE MAINT-LOG-FILE.
STOP RUN.

005-CHECK-AUTHORITY.
    MOVE OPERATOR-ID TO AP-OPERATOR-ID.
    MOVE OPERATOR-PIN TO AP-PIN.
    MOVE "H" TO AP-AUTHORITY.
    MOVE "RAND0020" TO AP-PROGRAM.
    MOVE SPACES TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.

010-OPEN-RULES-FILE.
    OPEN I-O HOUSE-RULES-FILE.
    IF WS-HR-STATUS = "35"
