        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RC-KEY
        FILE STATUS IS WS-RC-STATUS.
    SELECT MAINT-LOG-FILE ASSIGN TO "PLAYMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CTL-FILE.
    COPY RUNCTLRC.

FD  MAINT-LOG-FILE.
01  MAINT-LOG-LINE          PIC X(102).

WORKING-STORAGE SECTION.

COPY MAINTLOG.
COPY AUTHCKPA.

01  WS-RC-STATUS            PIC XX VALUES "00".
01  WS-LOG-STATUS           PIC XX VALUES "00".
01  OPERATOR-ID             PIC X(10) VALUES SPACES.
01  OPERATOR-PIN            PIC X(06) VALUES SPACES.
01  MENU-ACTION             PIC X VALUES SPACES.
01  DONE-SW                 PIC X VALUES "N".
    88  MENU-DONE               VALUES "Y".
    DISPLAY INQ-LINE.

400-FORCE-STEP.
    DISPLAY "Operator ID: ".
    ACCEPT OPERATOR-ID.
    DISPLAY "Operator PIN: ".
    ACCEPT OPERATOR-PIN WITH NO-ECHO.
    MOVE OPERATOR-ID TO AP-OPERATOR-ID.
    MOVE OPERATOR-PIN TO AP-PIN.
    MOVE "F" TO AP-AUTHORITY.
    MOVE "RAND0012" TO AP-PROGRAM.
    MOVE SPACES TO AP-TARGET-ID.
    CALL "RAND0021" USING AUTH-CHECK-PARM.
    IF NOT AP-GRANTED
        DISPLAY "Not authorised to force run-control steps."
    ELSE
        PERFORM 405-FORCE-ONE-STEP.

405-FORCE-ONE-STEP.
    DISPLAY "Date of step to force (YYYYMMDD): ".
    ACCEPT WORK-DATE.
    DISPLAY "Step name: ".
            DISPLAY "Step could not be reset."
        NOT INVALID KEY
            DISPLAY "Step reset - the job may now be rerun."
            PERFORM 950-WRITE-LOG
    END-DELETE.

950-WRITE-LOG.
    OPEN EXTEND MAINT-LOG-FILE.
    IF WS-LOG-STATUS = "35"
        OPEN OUTPUT MAINT-LOG-FILE
        CLOSE MAINT-LOG-FILE
        OPEN EXTEND MAINT-LOG-FILE.
    ACCEPT ML-DATE FROM DATE YYYYMMDD.
    ACCEPT ML-TIME FROM TIME.
    MOVE OPERATOR-ID TO ML-OPERATOR.
    MOVE "FORCE" TO ML-ACTION.
    MOVE WORK-STEP TO ML-FROM-ID.
    MOVE WORK-DATE TO ML-TO-ID.
    MOVE "RUN-CONTROL STEP RESET FOR RERUN" TO ML-DETAIL.
    WRITE MAINT-LOG-LINE FROM MAINT-LOG-RECORD.
    CLOSE MAINT-LOG-FILE.
