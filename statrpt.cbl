       SELECT NOMFILE ASSIGN TO WS-NOM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-NOMFILE.
       SELECT OPTIONAL ERCLOG ASSIGN TO WS-ERCLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EC-KEY
       FILE STATUS IS FS-ERCLOG.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       FD NOMFILE
       LABEL RECORDS ARE STANDARD.
       01 NOM-REC PIC X(80).
       FD ERCLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS EC-REC.
       01 EC-REC.
       02 EC-KEY.
       03 EC-IDNO PIC X(20).
       03 EC-PERIOD PIC X(6).
       03 EC-SEQ PIC 99.
       02 EC-DEPT PIC X(5).
       02 EC-GPAY PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 EC-PF PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 EC-OTHER PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 EC-TOTAL PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X(10).
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-PF-FILE PIC X(40).
       77 WS-TAX-FILE PIC X(40).
       77 WS-ERCLOG-FILE PIC X(40).
       77 REQ-PERIOD PIC X(6).
       77 EMP-COUNT PIC 9(6) VALUE ZERO.
       77 PF-TOTAL PIC S9(9)V99 VALUE ZERO.
       77 PF-ER-TOTAL PIC S9(9)V99 VALUE ZERO.
       77 LOG-ER-PF PIC S9(6)V99.
       77 ER-MISSING-COUNT PIC 9(6) VALUE ZERO.
       77 TAX-TOTAL PIC S9(9)V99 VALUE ZERO.
       77 LOG-TAX PIC S9(6)V99.
       01 PF-HEADER1.
       "PF REMITTANCE SCHEDULE - PERIOD : ".
       02 PF-HDR-PERIOD PIC X(6).
       02 FILLER PIC X(40) VALUE SPACES.
       01 PF-HEADER2.
       02 FILLER PIC X(42) VALUE
       "EMPLOYEE NO          NAME".
       02 FILLER PIC X(38) VALUE
       "  EMPLOYEE   EMPLOYER    TOTAL PF".
       01 PF-DETAIL.
       02 PD-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PD-NAM PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PD-EMPLOYEE PIC Z(6)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PD-EMPLOYER PIC Z(6)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PD-TOTAL PIC Z(7)9.99.
       02 FILLER PIC X(5) VALUE SPACES.
       01 TAX-HEADER1.
       02 FILLER PIC X(40) VALUE
       "INCOME TAX DEDUCTION SCHEDULE - PERIOD: ".
       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-PFFILE PIC XX VALUE "00".
       77 FS-TAXFILE PIC XX VALUE "00".
       77 FS-ERCLOG PIC XX VALUE "00".
       77 FS-DEPFILE PIC XX VALUE "00".
       77 FS-NOMFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-PERIOD.
       MOVE "ERCLOG" TO PARM-KEY
       MOVE "ENTER EMPLOYER CONTRIBUTION LOG NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ERCLOG-FILE.
       IF WS-ERCLOG-FILE = SPACES
       MOVE "ERCLOG.DAT" TO WS-ERCLOG-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       OPEN INPUT YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT ERCLOG.
       MOVE "ERCLOG" TO ERR-FILE.
       MOVE FS-ERCLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT PFFILE.
       MOVE YL-TAX TO LOG-TAX.
       MOVE YL-IDNO TO SD-IDNO.
       MOVE YL-NAM TO SD-NAM.
       PERFORM GET-EMPLOYER-PF THRU GET-EMPLOYER-PF-END.
       MOVE YL-IDNO TO PD-IDNO.
       MOVE YL-NAM TO PD-NAM.
       MOVE YL-PFI TO PD-EMPLOYEE.
       MOVE LOG-ER-PF TO PD-EMPLOYER.
       COMPUTE PD-TOTAL = YL-PFI + LOG-ER-PF.
       WRITE PF-REC FROM PF-DETAIL.
       ADD YL-PFI TO PF-TOTAL.
       ADD LOG-ER-PF TO PF-ER-TOTAL.
       MOVE LOG-TAX TO SD-AMT.
       WRITE TAX-REC FROM SCHED-DETAIL.
       ADD LOG-TAX TO TAX-TOTAL.
       END-REPORT.
       MOVE SPACES TO PF-REC.
       WRITE PF-REC.
       MOVE "EMPLOYEE PF SHARE:    " TO ST-LABEL.
       MOVE PF-TOTAL TO ST-AMT.
       WRITE PF-REC FROM SCHED-TOTAL-LINE.
       MOVE "EMPLOYER PF SHARE:    " TO ST-LABEL.
       MOVE PF-ER-TOTAL TO ST-AMT.
       WRITE PF-REC FROM SCHED-TOTAL-LINE.
       ADD PF-ER-TOTAL TO PF-TOTAL.
       MOVE "TOTAL PF REMITTANCE:  " TO ST-LABEL.
       MOVE PF-TOTAL TO ST-AMT.
       WRITE PF-REC FROM SCHED-TOTAL-LINE.
       MOVE TAX-TOTAL TO ST-AMT.
       WRITE TAX-REC FROM SCHED-TOTAL-LINE.
       CLOSE YTDLOG.
       CLOSE ERCLOG.
       CLOSE PFFILE.
       CLOSE TAXFILE.
       PERFORM WRITE-NOMINEE-SCHEDULE THRU WRITE-NOMINEE-END.
       DISPLAY "EMPLOYEES ON SCHEDULES:" EMP-COUNT.
       IF ER-MISSING-COUNT > 0
       DISPLAY "PAY LINES WITH NO EMPLOYER PF LOGGED:" ER-MISSING-COUNT.
       DISPLAY "NOMINEES ON SCHEDULE:" NOM-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       GET-EMPLOYER-PF.
       MOVE ZERO TO LOG-ER-PF.
       IF YL-REV = "B"
       GO TO GET-EMPLOYER-PF-END.
       MOVE YL-KEY TO EC-KEY.
       READ ERCLOG RECORD KEY IS EC-KEY
       INVALID KEY
       ADD 1 TO ER-MISSING-COUNT
       GO TO GET-EMPLOYER-PF-END.
       MOVE EC-PF TO LOG-ER-PF.
       GET-EMPLOYER-PF-END.
       EXIT.

       WRITE-NOMINEE-SCHEDULE.
       OPEN INPUT DEPFILE.
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

