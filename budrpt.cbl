       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BUDFILE ASSIGN TO WS-BUD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BG-KEY
       FILE STATUS IS FS-BUDFILE.
       SELECT YTDLOG ASSIGN TO WS-YTDLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS YL-KEY
       FILE STATUS IS FS-YTDLOG.
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
       FD BUDFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS BUD-REC.
       01 BUD-REC.
       02 BG-KEY.
       03 BG-DEPT PIC X(5).
       03 BG-PERIOD PIC X(6).
       02 BG-AMOUNT PIC 9(9)V99.
       02 BG-OPER PIC X(8).
       02 BG-DATE PIC 9(8).
       02 FILLER PIC X(10).
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
       77 WS-BUD-FILE PIC X(40).
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       01 REQ-PERIOD.
       02 REQ-YEAR PIC 9(4).
       02 REQ-MONTH PIC 99.
       01 FY-FROM-PERIOD.
       02 FY-FROM-YEAR PIC 9(4).
       02 FY-FROM-MONTH PIC 99.
       77 FY-START PIC 99 VALUE 1.
       77 OVER-PCT PIC 999V9 VALUE 100.
       77 LOG-READ-COUNT PIC 9(6) VALUE ZERO.
       77 RPT-WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LAST-IDNO PIC X(20) VALUE SPACES.
       77 LAST-DEPT PIC X(5) VALUE SPACES.
       77 LOG-AMT PIC S9(6)V99.
       77 CUR-BUD PIC S9(9)V99.
       77 CUR-ACT PIC S9(9)V99.
       77 CUR-VAR PIC S9(9)V99.
       77 CUR-PCT PIC S9(4)V9.
       77 OVER-COUNT PIC 9(4) VALUE ZERO.
       77 TOT-MTH-BUD PIC S9(9)V99 VALUE ZERO.
       77 TOT-MTH-ACT PIC S9(9)V99 VALUE ZERO.
       77 TOT-YTD-BUD PIC S9(9)V99 VALUE ZERO.
       77 TOT-YTD-ACT PIC S9(9)V99 VALUE ZERO.
       01 BV-TABLE.
       02 BV-ENTRY OCCURS 100 TIMES.
       03 BV-DEPT PIC X(5).
       03 BV-MTH-BUD PIC S9(9)V99.
       03 BV-MTH-ACT PIC S9(9)V99.
       03 BV-YTD-BUD PIC S9(9)V99.
       03 BV-YTD-ACT PIC S9(9)V99.
       77 BV-COUNT PIC 999 VALUE ZERO.
       77 BV-IDX PIC 999 VALUE ZERO.
       77 BV-SEARCH PIC X(5).
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2 PIC X(80) VALUE
       "           DEPARTMENTAL PAYROLL BUDGET VERSUS ACTUAL REPORT".
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-PERIOD-LINE.
       02 FILLER PIC X(18) VALUE "REPORT MONTH    : ".
       02 RPT-PERIOD PIC X(6).
       02 FILLER PIC X(18) VALUE "   YEAR FROM   : ".
       02 RPT-FY-FROM PIC X(6).
       02 FILLER PIC X(32) VALUE SPACES.
       01 RPT-OVER-LINE.
       02 FILLER PIC X(30) VALUE "FLAGGED WHEN CONSUMED PCT >= ".
       02 RPT-OVER-PCT PIC ZZ9.9.
       02 FILLER PIC X(45) VALUE SPACES.
       01 RPT-SECTION-LINE.
       02 RPT-SECTION PIC X(40).
       02 FILLER PIC X(40) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(80) VALUE
       "DEPT         BUDGET       ACTUAL      VARIANCE  PCT-USED".
       01 RPT-DETAIL.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RD-BUD PIC Z(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-ACT PIC -(9)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-VAR PIC -(9)9.99.
       02 FILLER PIC X(3) VALUE SPACES.
       02 RD-PCT PIC ZZZ9.9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-FLAG PIC X(12).
       02 FILLER PIC X(11) VALUE SPACES.
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
       77 PARM-NUM PIC 9(10)V99.
       77 PARM-DIGIT PIC 9.
       77 PARM-SCAN PIC 99.
       77 PARM-FRAC PIC 9.
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-BUDFILE PIC XX VALUE "00".
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "BUDGETREPORT".
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
       MOVE "BUD" TO PARM-KEY
       MOVE "ENTER BUDGET MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BUD-FILE.
       IF WS-BUD-FILE = SPACES
       MOVE "BUDGET.DAT" TO WS-BUD-FILE.
       MOVE "YTDLOG" TO PARM-KEY
       MOVE "ENTER YTD LOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-YTDLOG-FILE.
       IF WS-YTDLOG-FILE = SPACES
       MOVE "YTDLOG.DAT" TO WS-YTDLOG-FILE.
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER BUDGET REPORT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "BUDVAR.LST" TO WS-REPORT-FILE.
       MOVE "REQ-PERIOD" TO PARM-KEY
       MOVE "ENTER REPORT MONTH (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-PERIOD.
       IF REQ-PERIOD IS NOT NUMERIC
       OR REQ-MONTH < 1 OR REQ-MONTH > 12
       DISPLAY "INVALID REPORT MONTH:" REQ-PERIOD
       MOVE 8 TO RETURN-CODE
       GOBACK.
       MOVE "FY-START" TO PARM-KEY
       MOVE "ENTER FIRST MONTH OF BUDGET YEAR (01-12, BLANK FOR 01):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO FY-START.
       IF FY-START < 1 OR FY-START > 12
       DISPLAY "INVALID BUDGET YEAR START - 01 USED"
       MOVE 1 TO FY-START.
       MOVE "OVER-PCT" TO PARM-KEY
       MOVE "ENTER OVER-BUDGET FLAG PCT (BLANK FOR 100):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO OVER-PCT.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       MOVE REQ-YEAR TO FY-FROM-YEAR.
       MOVE FY-START TO FY-FROM-MONTH.
       IF REQ-MONTH < FY-START
       SUBTRACT 1 FROM FY-FROM-YEAR.
       PERFORM LOAD-BUDGETS THRU LOAD-BUDGETS-END.
       PERFORM SUM-ACTUALS THRU SUM-ACTUALS-END.
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
       MOVE FY-FROM-PERIOD TO RPT-FY-FROM.
       WRITE REPORT-REC FROM RPT-PERIOD-LINE.
       MOVE OVER-PCT TO RPT-OVER-PCT.
       WRITE REPORT-REC FROM RPT-OVER-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "FOR THE MONTH" TO RPT-SECTION.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       MOVE 0 TO BV-IDX.
       PERFORM PRINT-MONTH THRU PRINT-MONTH-END.
       MOVE "TOTAL" TO RD-DEPT.
       MOVE TOT-MTH-BUD TO CUR-BUD.
       MOVE TOT-MTH-ACT TO CUR-ACT.
       PERFORM PRINT-LINE THRU PRINT-LINE-END.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BUDGET YEAR TO DATE" TO RPT-SECTION.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       MOVE 0 TO BV-IDX.
       PERFORM PRINT-YTD THRU PRINT-YTD-END.
       MOVE "TOTAL" TO RD-DEPT.
       MOVE TOT-YTD-BUD TO CUR-BUD.
       MOVE TOT-YTD-ACT TO CUR-ACT.
       PERFORM PRINT-LINE THRU PRINT-LINE-END.
       CLOSE REPORTFILE.
       DISPLAY "DEPARTMENTS REPORTED:" BV-COUNT.
       DISPLAY "LINES FLAGGED OVER BUDGET:" OVER-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       LOAD-BUDGETS.
       OPEN INPUT BUDFILE.
       MOVE "BUDFILE" TO ERR-FILE.
       MOVE FS-BUDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-BUDGETS-READ.
       READ BUDFILE NEXT RECORD
       AT END CLOSE BUDFILE GO TO LOAD-BUDGETS-END.
       IF BG-PERIOD < FY-FROM-PERIOD OR BG-PERIOD > REQ-PERIOD
       GO TO LOAD-BUDGETS-READ.
       MOVE BG-DEPT TO BV-SEARCH.
       PERFORM FIND-BV-DEPT THRU FIND-BV-DEPT-END.
       ADD BG-AMOUNT TO BV-YTD-BUD(BV-IDX).
       ADD BG-AMOUNT TO TOT-YTD-BUD.
       IF BG-PERIOD = REQ-PERIOD
       ADD BG-AMOUNT TO BV-MTH-BUD(BV-IDX)
       ADD BG-AMOUNT TO TOT-MTH-BUD.
       GO TO LOAD-BUDGETS-READ.
       LOAD-BUDGETS-END.
       EXIT.

       SUM-ACTUALS.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       SUM-ACTUALS-READ.
       READ YTDLOG NEXT RECORD
       AT END CLOSE YTDLOG CLOSE EMP1 GO TO SUM-ACTUALS-END.
       IF YL-PERIOD < FY-FROM-PERIOD OR YL-PERIOD > REQ-PERIOD
       GO TO SUM-ACTUALS-READ.
       ADD 1 TO LOG-READ-COUNT.
       IF YL-IDNO NOT = LAST-IDNO
       PERFORM GET-EMP-DEPT THRU GET-EMP-DEPT-END.
       MOVE LAST-DEPT TO BV-SEARCH.
       PERFORM FIND-BV-DEPT THRU FIND-BV-DEPT-END.
       MOVE YL-GPAY TO LOG-AMT.
       ADD LOG-AMT TO BV-YTD-ACT(BV-IDX).
       ADD LOG-AMT TO TOT-YTD-ACT.
       IF YL-PERIOD = REQ-PERIOD
       ADD LOG-AMT TO BV-MTH-ACT(BV-IDX)
       ADD LOG-AMT TO TOT-MTH-ACT.
       GO TO SUM-ACTUALS-READ.
       SUM-ACTUALS-END.
       EXIT.

       GET-EMP-DEPT.
       MOVE YL-IDNO TO LAST-IDNO.
       MOVE YL-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "YTD LOG EMPLOYEE NOT ON MASTER:" YL-IDNO
       MOVE "*****" TO LAST-DEPT
       GO TO GET-EMP-DEPT-END.
       MOVE DEPT-CODE TO LAST-DEPT.
       GET-EMP-DEPT-END.
       EXIT.

       FIND-BV-DEPT.
       MOVE 0 TO BV-IDX.
       FIND-BV-DEPT-LOOP.
       ADD 1 TO BV-IDX.
       IF BV-IDX > BV-COUNT
       GO TO FIND-BV-DEPT-ADD.
       IF BV-DEPT(BV-IDX) = BV-SEARCH
       GO TO FIND-BV-DEPT-END.
       GO TO FIND-BV-DEPT-LOOP.
       FIND-BV-DEPT-ADD.
       IF BV-COUNT >= 100
       DISPLAY "DEPARTMENT TABLE FULL - ADDED TO LAST ENTRY:"
           BV-SEARCH
       MOVE 100 TO BV-IDX
       GO TO FIND-BV-DEPT-END.
       ADD 1 TO BV-COUNT.
       MOVE BV-COUNT TO BV-IDX.
       MOVE BV-SEARCH TO BV-DEPT(BV-IDX).
       MOVE ZERO TO BV-MTH-BUD(BV-IDX).
       MOVE ZERO TO BV-MTH-ACT(BV-IDX).
       MOVE ZERO TO BV-YTD-BUD(BV-IDX).
       MOVE ZERO TO BV-YTD-ACT(BV-IDX).
       FIND-BV-DEPT-END.
       EXIT.

       PRINT-MONTH.
       ADD 1 TO BV-IDX.
       IF BV-IDX > BV-COUNT
       GO TO PRINT-MONTH-END.
       MOVE BV-DEPT(BV-IDX) TO RD-DEPT.
       MOVE BV-MTH-BUD(BV-IDX) TO CUR-BUD.
       MOVE BV-MTH-ACT(BV-IDX) TO CUR-ACT.
       PERFORM PRINT-LINE THRU PRINT-LINE-END.
       GO TO PRINT-MONTH.
       PRINT-MONTH-END.
       EXIT.

       PRINT-YTD.
       ADD 1 TO BV-IDX.
       IF BV-IDX > BV-COUNT
       GO TO PRINT-YTD-END.
       MOVE BV-DEPT(BV-IDX) TO RD-DEPT.
       MOVE BV-YTD-BUD(BV-IDX) TO CUR-BUD.
       MOVE BV-YTD-ACT(BV-IDX) TO CUR-ACT.
       PERFORM PRINT-LINE THRU PRINT-LINE-END.
       GO TO PRINT-YTD.
       PRINT-YTD-END.
       EXIT.

       PRINT-LINE.
       COMPUTE CUR-VAR = CUR-BUD - CUR-ACT.
       MOVE SPACES TO RD-FLAG.
       MOVE ZERO TO CUR-PCT.
       IF CUR-BUD = ZERO
       IF CUR-ACT NOT = ZERO
       MOVE "NO BUDGET" TO RD-FLAG
       ADD 1 TO OVER-COUNT.
       IF CUR-BUD NOT = ZERO
       COMPUTE CUR-PCT ROUNDED = CUR-ACT * 100 / CUR-BUD
           ON SIZE ERROR MOVE 9999.9 TO CUR-PCT.
       IF CUR-BUD NOT = ZERO AND CUR-PCT NOT < OVER-PCT
       MOVE "** OVER **" TO RD-FLAG
       ADD 1 TO OVER-COUNT.
       MOVE CUR-BUD TO RD-BUD.
       MOVE CUR-ACT TO RD-ACT.
       MOVE CUR-VAR TO RD-VAR.
       MOVE CUR-PCT TO RD-PCT.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO RPT-WRITE-COUNT.
       PRINT-LINE-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BUDGETREPORT" TO RC-PROG.
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
       MOVE "BUDGETREPORT" TO RC-PROG.
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

       PARSE-ANSWER-NUM.
       MOVE ZERO TO PARM-NUM.
       MOVE 0 TO PARM-FRAC.
       MOVE 0 TO PARM-SCAN.
       PARSE-ANSWER-NUM-LOOP.
       ADD 1 TO PARM-SCAN.
       IF PARM-SCAN > 40
       GO TO PARSE-ANSWER-NUM-END.
       IF PARM-ANSWER(PARM-SCAN:1) = SPACE
       GO TO PARSE-ANSWER-NUM-LOOP.
       IF PARM-ANSWER(PARM-SCAN:1) = "."
       MOVE 1 TO PARM-FRAC
       GO TO PARSE-ANSWER-NUM-LOOP.
       IF PARM-ANSWER(PARM-SCAN:1) IS NOT NUMERIC
       GO TO PARSE-ANSWER-NUM-LOOP.
       MOVE PARM-ANSWER(PARM-SCAN:1) TO PARM-DIGIT.
       IF PARM-FRAC = 0
       COMPUTE PARM-NUM = PARM-NUM * 10 + PARM-DIGIT
       ELSE IF PARM-FRAC = 1
       COMPUTE PARM-NUM = PARM-NUM + PARM-DIGIT / 10
       MOVE 2 TO PARM-FRAC
       ELSE IF PARM-FRAC = 2
       COMPUTE PARM-NUM = PARM-NUM + PARM-DIGIT / 100
       MOVE 3 TO PARM-FRAC.
       GO TO PARSE-ANSWER-NUM-LOOP.
       PARSE-ANSWER-NUM-END.
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

       END PROGRAM BudgetReport.
