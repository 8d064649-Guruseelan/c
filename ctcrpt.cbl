       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtcReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT YTDLOG ASSIGN TO WS-YTDLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS YL-KEY
       FILE STATUS IS FS-YTDLOG.
       SELECT OPTIONAL ERCLOG ASSIGN TO WS-ERCLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EC-KEY
       FILE STATUS IS FS-ERCLOG.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
       SELECT REPORTFILE ASSIGN TO WS-REPORT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-REPORTFILE.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       SELECT OPTIONAL PARMFILE ASSIGN TO WS-PARM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PARMFILE.
       SELECT OPTIONAL ERRLOG ASSIGN TO WS-ERRLOG-FILE
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD YTDLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS YL-REC.
       01 YL-REC.
       02 YL-KEY.
       03 YL-IDNO PIC X(20).
       03 YL-PERIOD PIC X(6).
       03 YL-SEQ PIC 99.
       02 YL-NAM PIC A(20).
       02 YL-GPAY PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 YL-NPAY PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 YL-PFI PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 YL-TAX PIC S9(6)V99 SIGN LEADING SEPARATE.
       02 YL-REV PIC X.
       02 YL-OPER PIC X(8).
       02 FILLER PIC X.
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
       FD EMP1
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS DT.
       01 DT.
       02 NAM PIC A(20).
       02 IDNO PIC X(20).
       02 BPAY PIC 9(6).
       02 DA PIC 9(6)V99.
       02 HRA PIC 9(6)V99.
       02 PFI PIC 9(6)V99.
       02 TAX PIC 9(6)V99.
       02 GPAY PIC 9(6)V99.
       02 NPAY PIC 9(6)V99.
       02 PAY-PERIOD PIC X(6).
       02 BANK-ACCT PIC X(15).
       02 BANK-CODE PIC X(11).
       02 PAY-MODE PIC X.
       02 DEPT-CODE PIC X(5).
       02 HIRE-DATE PIC 9(8).
       02 SEP-DATE PIC 9(8).
       02 EMP-STATUS PIC X.
       FD REPORTFILE
       LABEL RECORDS ARE STANDARD.
       01 REPORT-REC PIC X(80).
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       FD PARMFILE
       LABEL RECORDS ARE STANDARD.
       01 PARM-REC PIC X(60).
       FD ERRLOG
       LABEL RECORDS ARE STANDARD.
       01 ERR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-ERCLOG-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       01 REQ-PERIOD.
       02 REQ-YEAR PIC 9(4).
       02 REQ-MONTH PIC 99.
       77 LOG-READ-COUNT PIC 9(6) VALUE ZERO.
       77 RPT-WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 ER-MISSING-COUNT PIC 9(6) VALUE ZERO.
       77 LAST-IDNO PIC X(20) VALUE SPACES.
       77 LINE-DEPT PIC X(5).
       77 LINE-GROSS PIC S9(6)V99.
       77 LINE-ER-PF PIC S9(6)V99.
       77 LINE-ER-OTH PIC S9(6)V99.
       77 LINE-CTC PIC S9(7)V99.
       77 TOT-HEADS PIC 9(5) VALUE ZERO.
       77 TOT-GROSS PIC S9(9)V99 VALUE ZERO.
       77 TOT-ER-PF PIC S9(9)V99 VALUE ZERO.
       77 TOT-ER-OTH PIC S9(9)V99 VALUE ZERO.
       77 TOT-CTC PIC S9(9)V99 VALUE ZERO.
       01 CT-TABLE.
       02 CT-ENTRY OCCURS 100 TIMES.
       03 CT-DEPT PIC X(5).
       03 CT-HEADS PIC 9(5).
       03 CT-GROSS PIC S9(9)V99.
       03 CT-ER-PF PIC S9(9)V99.
       03 CT-ER-OTH PIC S9(9)V99.
       03 CT-CTC PIC S9(9)V99.
       77 CT-COUNT PIC 999 VALUE ZERO.
       77 CT-IDX PIC 999 VALUE ZERO.
       77 CT-SEARCH PIC X(5).
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2 PIC X(80) VALUE
       "                  COST-TO-COMPANY REGISTER".
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-PERIOD-LINE.
       02 FILLER PIC X(18) VALUE "PAY PERIOD      : ".
       02 RPT-PERIOD PIC X(6).
       02 FILLER PIC X(56) VALUE SPACES.
       01 RPT-SECTION-LINE.
       02 RPT-SECTION PIC X(40).
       02 FILLER PIC X(40) VALUE SPACES.
       01 RPT-EMP-HEAD.
       02 FILLER PIC X(40) VALUE
       "EMPLOYEE NO          DEPT         GROSS ".
       02 FILLER PIC X(40) VALUE
       " EMPLOYER PF  OTHER EMPLR   COST TO CO".
       01 RPT-EMP-DETAIL.
       02 RE-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RE-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RE-GROSS PIC -(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RE-ER-PF PIC -(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RE-ER-OTH PIC -(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RE-CTC PIC -(8)9.99.
       01 RPT-DEPT-HEAD.
       02 FILLER PIC X(40) VALUE
       "DEPT  HEADS          GROSS  EMPLOYER PF ".
       02 FILLER PIC X(40) VALUE
       " OTHER EMPLR     COST TO CO".
       01 RPT-DEPT-DETAIL.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RD-HEADS PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 RD-GROSS PIC -(10)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-ER-PF PIC -(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-ER-OTH PIC -(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-CTC PIC -(10)9.99.
       02 FILLER PIC X(6) VALUE SPACES.
       77 WS-RUNCTL-FILE PIC X(40).
       77 RC-DATE-NOW PIC 9(8).
       77 RC-TIME-NOW PIC 9(8).
       01 RC-DETAIL.
       02 RC-PROG PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RC-TYPE PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RC-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-TIME PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-READ PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RC-WRITTEN PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       03 PM-KEY PIC X(12).
       03 PM-VALUE PIC X(40).
       77 PARM-COUNT PIC 99 VALUE ZERO.
       77 PARM-IDX PIC 99 VALUE ZERO.
       77 PARM-KEY PIC X(12).
       77 PARM-PROMPT PIC X(60).
       77 PARM-ANSWER PIC X(40).
       01 PARM-DETAIL.
       02 PARM-D-KEY PIC X(12).
       02 FILLER PIC X.
       02 PARM-D-VALUE PIC X(40).
       02 FILLER PIC X(7).
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-ERCLOG PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "CTCREPORT".
       02 FILLER PIC X VALUE SPACE.
       02 ERR-FILE PIC X(12) VALUE SPACES.
       02 FILLER PIC X VALUE SPACE.
       02 ERR-STATUS PIC XX VALUE SPACES.
       02 FILLER PIC X VALUE SPACE.
       02 ERR-DATE PIC 9(8) VALUE ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 ERR-TIME PIC 9(8) VALUE ZERO.
       02 FILLER PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       Begin.
       PERFORM GET-PARM-FILE THRU GET-PARM-FILE-END.
       MOVE "YTDLOG" TO PARM-KEY
       MOVE "ENTER YTD LOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-YTDLOG-FILE.
       IF WS-YTDLOG-FILE = SPACES
       MOVE "YTDLOG.DAT" TO WS-YTDLOG-FILE.
       MOVE "ERCLOG" TO PARM-KEY
       MOVE "ENTER EMPLOYER CONTRIBUTION LOG NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ERCLOG-FILE.
       IF WS-ERCLOG-FILE = SPACES
       MOVE "ERCLOG.DAT" TO WS-ERCLOG-FILE.
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER COST-TO-COMPANY REPORT NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "CTC.LST" TO WS-REPORT-FILE.
       MOVE "REQ-PERIOD" TO PARM-KEY
       MOVE "ENTER PAY PERIOD (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-PERIOD.
       IF REQ-PERIOD IS NOT NUMERIC
       OR REQ-MONTH < 1 OR REQ-MONTH > 12
       DISPLAY "INVALID PAY PERIOD:" REQ-PERIOD
       MOVE 8 TO RETURN-CODE
       GOBACK.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
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
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       MOVE REQ-PERIOD TO RPT-PERIOD.
       WRITE REPORT-REC FROM RPT-PERIOD-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BY EMPLOYEE" TO RPT-SECTION.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-EMP-HEAD.
       READ-LOG.
       READ YTDLOG NEXT RECORD
       AT END GO TO END-LOG.
       IF YL-PERIOD NOT = REQ-PERIOD
       GO TO READ-LOG.
       ADD 1 TO LOG-READ-COUNT.
       PERFORM PRINT-EMPLOYEE THRU PRINT-EMPLOYEE-END.
       GO TO READ-LOG.
       END-LOG.
       CLOSE YTDLOG.
       CLOSE ERCLOG.
       CLOSE EMP1.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BY DEPARTMENT" TO RPT-SECTION.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-DEPT-HEAD.
       MOVE 0 TO CT-IDX.
       PERFORM PRINT-DEPT THRU PRINT-DEPT-END.
       MOVE "TOTAL" TO RD-DEPT.
       MOVE TOT-HEADS TO RD-HEADS.
       MOVE TOT-GROSS TO RD-GROSS.
       MOVE TOT-ER-PF TO RD-ER-PF.
       MOVE TOT-ER-OTH TO RD-ER-OTH.
       MOVE TOT-CTC TO RD-CTC.
       WRITE REPORT-REC FROM RPT-DEPT-DETAIL.
       CLOSE REPORTFILE.
       DISPLAY "PAY LINES REPORTED:" LOG-READ-COUNT.
       DISPLAY "DEPARTMENTS REPORTED:" CT-COUNT.
       IF ER-MISSING-COUNT > 0
       DISPLAY "PAY LINES WITH NO EMPLOYER CONTRIBUTION LOGGED:"
           ER-MISSING-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       PRINT-EMPLOYEE.
       MOVE YL-GPAY TO LINE-GROSS.
       MOVE ZERO TO LINE-ER-PF.
       MOVE ZERO TO LINE-ER-OTH.
       MOVE YL-KEY TO EC-KEY.
       READ ERCLOG RECORD KEY IS EC-KEY
       INVALID KEY
       ADD 1 TO ER-MISSING-COUNT
       PERFORM GET-EMP-DEPT THRU GET-EMP-DEPT-END
       GO TO PRINT-EMPLOYEE-LINE.
       MOVE EC-DEPT TO LINE-DEPT.
       MOVE EC-PF TO LINE-ER-PF.
       MOVE EC-OTHER TO LINE-ER-OTH.
       PRINT-EMPLOYEE-LINE.
       COMPUTE LINE-CTC = LINE-GROSS + LINE-ER-PF + LINE-ER-OTH.
       MOVE YL-IDNO TO RE-IDNO.
       MOVE LINE-DEPT TO RE-DEPT.
       MOVE LINE-GROSS TO RE-GROSS.
       MOVE LINE-ER-PF TO RE-ER-PF.
       MOVE LINE-ER-OTH TO RE-ER-OTH.
       MOVE LINE-CTC TO RE-CTC.
       WRITE REPORT-REC FROM RPT-EMP-DETAIL.
       ADD 1 TO RPT-WRITE-COUNT.
       MOVE LINE-DEPT TO CT-SEARCH.
       PERFORM FIND-CT-DEPT THRU FIND-CT-DEPT-END.
       IF YL-IDNO NOT = LAST-IDNO
       ADD 1 TO CT-HEADS(CT-IDX)
       ADD 1 TO TOT-HEADS
       MOVE YL-IDNO TO LAST-IDNO.
       ADD LINE-GROSS TO CT-GROSS(CT-IDX).
       ADD LINE-ER-PF TO CT-ER-PF(CT-IDX).
       ADD LINE-ER-OTH TO CT-ER-OTH(CT-IDX).
       ADD LINE-CTC TO CT-CTC(CT-IDX).
       ADD LINE-GROSS TO TOT-GROSS.
       ADD LINE-ER-PF TO TOT-ER-PF.
       ADD LINE-ER-OTH TO TOT-ER-OTH.
       ADD LINE-CTC TO TOT-CTC.
       PRINT-EMPLOYEE-END.
       EXIT.

       GET-EMP-DEPT.
       MOVE YL-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "YTD LOG EMPLOYEE NOT ON MASTER:" YL-IDNO
       MOVE "*****" TO LINE-DEPT
       GO TO GET-EMP-DEPT-END.
       MOVE DEPT-CODE TO LINE-DEPT.
       GET-EMP-DEPT-END.
       EXIT.

       FIND-CT-DEPT.
       MOVE 0 TO CT-IDX.
       FIND-CT-DEPT-LOOP.
       ADD 1 TO CT-IDX.
       IF CT-IDX > CT-COUNT
       GO TO FIND-CT-DEPT-ADD.
       IF CT-DEPT(CT-IDX) = CT-SEARCH
       GO TO FIND-CT-DEPT-END.
       GO TO FIND-CT-DEPT-LOOP.
       FIND-CT-DEPT-ADD.
       IF CT-COUNT >= 100
       DISPLAY "DEPARTMENT TABLE FULL - ADDED TO LAST ENTRY:"
           CT-SEARCH
       MOVE 100 TO CT-IDX
       GO TO FIND-CT-DEPT-END.
       ADD 1 TO CT-COUNT.
       MOVE CT-COUNT TO CT-IDX.
       MOVE CT-SEARCH TO CT-DEPT(CT-IDX).
       MOVE ZERO TO CT-HEADS(CT-IDX).
       MOVE ZERO TO CT-GROSS(CT-IDX).
       MOVE ZERO TO CT-ER-PF(CT-IDX).
       MOVE ZERO TO CT-ER-OTH(CT-IDX).
       MOVE ZERO TO CT-CTC(CT-IDX).
       FIND-CT-DEPT-END.
       EXIT.

       PRINT-DEPT.
       ADD 1 TO CT-IDX.
       IF CT-IDX > CT-COUNT
       GO TO PRINT-DEPT-END.
       MOVE CT-DEPT(CT-IDX) TO RD-DEPT.
       MOVE CT-HEADS(CT-IDX) TO RD-HEADS.
       MOVE CT-GROSS(CT-IDX) TO RD-GROSS.
       MOVE CT-ER-PF(CT-IDX) TO RD-ER-PF.
       MOVE CT-ER-OTH(CT-IDX) TO RD-ER-OTH.
       MOVE CT-CTC(CT-IDX) TO RD-CTC.
       WRITE REPORT-REC FROM RPT-DEPT-DETAIL.
       GO TO PRINT-DEPT.
       PRINT-DEPT-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "CTCREPORT" TO RC-PROG.
       MOVE "START" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE ZERO TO RC-READ.
       MOVE ZERO TO RC-WRITTEN.
       MOVE SPACES TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       WRITE-RUN-END.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "CTCREPORT" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE LOG-READ-COUNT TO RC-READ.
       MOVE RPT-WRITE-COUNT TO RC-WRITTEN.
       IF RUN-FAILED = 1
       MOVE "FAIL" TO RC-STATUS
       ELSE
       MOVE "OK" TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
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
       GET-PARM-FILE-END.
       EXIT.

       LOAD-PARMS.
       MOVE ZERO TO PARM-COUNT.
       OPEN INPUT PARMFILE.
       MOVE "PARMFILE" TO ERR-FILE.
       MOVE FS-PARMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-PARMS-READ.
       READ PARMFILE RECORD INTO PARM-DETAIL
       AT END CLOSE PARMFILE GO TO LOAD-PARMS-END.
       IF PARM-D-KEY = SPACES
       GO TO LOAD-PARMS-READ.
       IF PARM-COUNT >= 50
       DISPLAY "PARAMETER TABLE FULL - SKIPPING REMAINING LINES"
       CLOSE PARMFILE
       GO TO LOAD-PARMS-END.
       ADD 1 TO PARM-COUNT.
       MOVE PARM-D-KEY TO PM-KEY(PARM-COUNT).
       MOVE PARM-D-VALUE TO PM-VALUE(PARM-COUNT).
       GO TO LOAD-PARMS-READ.
       LOAD-PARMS-END.
       EXIT.

       GET-ANSWER.
       MOVE SPACES TO PARM-ANSWER.
       IF PARM-MODE = 0
       DISPLAY PARM-PROMPT
       ACCEPT PARM-ANSWER
       GO TO GET-ANSWER-END.
       MOVE 0 TO PARM-IDX.
       GET-ANSWER-LOOP.
       ADD 1 TO PARM-IDX.
       IF PARM-IDX > PARM-COUNT
       GO TO GET-ANSWER-ECHO.
       IF PM-KEY(PARM-IDX) = PARM-KEY
       MOVE PM-VALUE(PARM-IDX) TO PARM-ANSWER
       GO TO GET-ANSWER-ECHO.
       GO TO GET-ANSWER-LOOP.
       GET-ANSWER-ECHO.
       DISPLAY "PARM " PARM-KEY " = " PARM-ANSWER.
       GET-ANSWER-END.
       EXIT.

       CHECK-FILE-STATUS.
       IF ERR-STATUS = "00" OR ERR-STATUS = "05"
       GO TO CHECK-FILE-STATUS-END.
       MOVE 1 TO RUN-FAILED.
       MOVE 12 TO RETURN-CODE.
       DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
       ACCEPT ERR-DATE FROM DATE YYYYMMDD.
       ACCEPT ERR-TIME FROM TIME.
       OPEN EXTEND ERRLOG.
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

       END PROGRAM CtcReport.
