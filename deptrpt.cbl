       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       CLOSE REPORTFILE.
       DISPLAY "EMPLOYEES REPORTED:" EMP-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       WRITE-DEPT-HEADER.
       MOVE SPACES TO REPORT-REC.
       CLOSE RUNCTL.

       GET-PARM-FILE.
       IF STREAM-PARM-FILE NOT = SPACES
       AND STREAM-PARM-FILE NOT = LOW-VALUES
       MOVE STREAM-PARM-FILE TO WS-PARM-FILE
       GO TO GET-PARM-FILE-LOAD.
       DISPLAY "PARAMETER FILE NAME (BLANK FOR CONSOLE PROMPTS):".
       ACCEPT WS-PARM-FILE.
       IF WS-PARM-FILE = SPACES
       GO TO GET-PARM-FILE-END.
       GET-PARM-FILE-LOAD.
       MOVE 1 TO PARM-MODE.
       PERFORM LOAD-PARMS THRU LOAD-PARMS-END.
       DISPLAY "RESOLVED PARAMETERS FOLLOW".
       WRITE ERR-REC FROM ERR-DETAIL.
       CLOSE ERRLOG.
       IF FAIL-ENDING = 1
       GOBACK.
       MOVE 1 TO FAIL-ENDING.
       PERFORM WRITE-RUN-END.
       DISPLAY "RUN ENDED ON FILE ERROR".
       GOBACK.
       CHECK-FILE-STATUS-END.
       EXIT.

