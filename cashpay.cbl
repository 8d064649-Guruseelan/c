       SELECT REGFILE ASSIGN TO WS-REG-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-REGFILE.
       SELECT OPTIONAL HOLDFILE ASSIGN TO WS-HOLD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HD-KEY
       FILE STATUS IS FS-HOLDFILE.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       FD REGFILE
       LABEL RECORDS ARE STANDARD.
       01 REG-REC PIC X(60).
       FD HOLDFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS HD-REC.
       01 HD-REC.
       02 HD-KEY.
       03 HD-IDNO PIC X(20).
       03 HD-PERIOD PIC X(6).
       02 HD-STATUS PIC X.
       02 HD-REASON PIC X(30).
       02 HD-OPER PIC X(8).
       02 HD-DATE PIC 9(8).
       02 HD-REL-OPER PIC X(8).
       02 HD-REL-DATE PIC 9(8).
       02 HD-PAID-DATE PIC 9(8).
       02 HD-PAID-AMT PIC 9(6)V99.
       02 HD-PAID-MODE PIC X.
       02 FILLER PIC X(10).
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-VOUCH-FILE PIC X(40).
       77 WS-REG-FILE PIC X(40).
       77 WS-HOLD-FILE PIC X(40).
       77 HOLD-STATE PIC X VALUE SPACE.
       77 HOLD-COUNT PIC 9(6) VALUE ZERO.
       77 HOLD-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 HOLD-PAID-COUNT PIC 9(6) VALUE ZERO.
       01 HOLD-TABLE.
       02 HOLD-ENTRY OCCURS 200 TIMES.
       03 HT-IDNO PIC X(20).
       03 HT-NPAY PIC 9(6)V99.
       03 HT-OPER PIC X(8).
       03 HT-REASON PIC X(30).
       77 HT-COUNT PIC 999 VALUE ZERO.
       77 HT-IDX PIC 999 VALUE ZERO.
       77 REQ-PERIOD PIC X(6).
       77 VOUCHER-NO PIC 9(6) VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       02 SL-LABEL PIC X(24).
       02 SL-AMT PIC Z(8)9.99.
       02 FILLER PIC X(43) VALUE SPACES.
       01 EXC-COL-HEAD.
       02 FILLER PIC X(39) VALUE
       "EMPLOYEE NO          PERIOD    NET PAY ".
       02 FILLER PIC X(41) VALUE
       "HELD BY  REASON".
       01 EXC-DETAIL.
       02 EX-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 EX-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 EX-NPAY PIC Z(6)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 EX-OPER PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EX-REASON PIC X(30).
       02 FILLER PIC X(2) VALUE SPACES.
       77 WS-RUNCTL-FILE PIC X(40).
       77 RC-DATE-NOW PIC 9(8).
       77 RC-TIME-NOW PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-VOUCHFILE PIC XX VALUE "00".
       77 FS-REGFILE PIC XX VALUE "00".
       77 FS-HOLDFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       MOVE PARM-ANSWER TO WS-REG-FILE.
       IF WS-REG-FILE = SPACES
       MOVE "VOUCHREG.DAT" TO WS-REG-FILE.
       MOVE "HOLD" TO PARM-KEY
       MOVE "ENTER SALARY HOLD REGISTER NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HOLD-FILE.
       IF WS-HOLD-FILE = SPACES
       MOVE "HOLD.DAT" TO WS-HOLD-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       OPEN OUTPUT REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O HOLDFILE.
       MOVE "HOLDFILE" TO ERR-FILE.
       MOVE FS-HOLDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       READ-EMP.
       IF PAY-PERIOD NOT = REQ-PERIOD
       ADD 1 TO SKIP-COUNT
       GO TO READ-EMP.
       PERFORM CHECK-HOLD THRU CHECK-HOLD-END.
       IF HOLD-STATE = "H" OR HOLD-STATE = "P"
       ADD 1 TO SKIP-COUNT
       GO TO READ-EMP.
       PERFORM PRINT-VOUCHER THRU PRINT-VOUCHER-END.
       IF HOLD-STATE = "R"
       MOVE "P" TO HD-STATUS
       ACCEPT HD-PAID-DATE FROM DATE YYYYMMDD
       MOVE NPAY TO HD-PAID-AMT
       MOVE "V" TO HD-PAID-MODE
       REWRITE HD-REC
       ADD 1 TO HOLD-PAID-COUNT.
       GO TO READ-EMP.
       END-VOUCHERS.
       PERFORM PRINT-DENOM-SHEET THRU PRINT-DENOM-SHEET-END.
       PERFORM PRINT-EXCEPTIONS THRU PRINT-EXCEPTIONS-END.
       CLOSE HOLDFILE.
       CLOSE EMP1.
       CLOSE VOUCHFILE.
       CLOSE REGFILE.
       DISPLAY "VOUCHERS PRINTED:" VOUCHER-NO.
       DISPLAY "EMPLOYEES SKIPPED:" SKIP-COUNT.
       DISPLAY "EMPLOYEES WITH SALARY HELD:" HOLD-COUNT.
       IF HOLD-PAID-COUNT > 0
       DISPLAY "RELEASED HOLDS PAID IN THIS RUN:" HOLD-PAID-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       PRINT-VOUCHER.
       ADD 1 TO VOUCHER-NO.
       PRINT-DENOM-SHEET-END.
       EXIT.

       CHECK-HOLD.
       MOVE SPACE TO HOLD-STATE.
       MOVE IDNO TO HD-IDNO.
       MOVE REQ-PERIOD TO HD-PERIOD.
       READ HOLDFILE RECORD KEY IS HD-KEY
       INVALID KEY GO TO CHECK-HOLD-END.
       MOVE HD-STATUS TO HOLD-STATE.
       IF HOLD-STATE = "P" AND HD-PAID-MODE = "V"
       MOVE "R" TO HOLD-STATE.
       IF HOLD-STATE = "R"
       GO TO CHECK-HOLD-END.
       DISPLAY "SALARY HELD - NO VOUCHER:" IDNO.
       IF HOLD-STATE = "H"
       ADD 1 TO HOLD-COUNT
       ADD NPAY TO HOLD-TOTAL.
       IF HT-COUNT >= 200
       DISPLAY "HOLD TABLE FULL - NOT ON EXCEPTIONS PAGE:" IDNO
       GO TO CHECK-HOLD-END.
       ADD 1 TO HT-COUNT.
       MOVE IDNO TO HT-IDNO(HT-COUNT).
       MOVE NPAY TO HT-NPAY(HT-COUNT).
       MOVE HD-OPER TO HT-OPER(HT-COUNT).
       IF HOLD-STATE = "P"
       MOVE "ALREADY PAID IN RELEASE RUN" TO HT-REASON(HT-COUNT)
       ELSE
       MOVE HD-REASON TO HT-REASON(HT-COUNT).
       CHECK-HOLD-END.
       EXIT.

       PRINT-EXCEPTIONS.
       WRITE VOUCH-REC FROM VOUCH-RULE.
       MOVE "CASH PAYMENT EXCEPTIONS - SALARY HELD" TO VOUCH-REC.
       WRITE VOUCH-REC.
       WRITE VOUCH-REC FROM EXC-COL-HEAD.
       MOVE 0 TO HT-IDX.
       PRINT-EXCEPTIONS-LOOP.
       ADD 1 TO HT-IDX.
       IF HT-IDX > HT-COUNT
       GO TO PRINT-EXCEPTIONS-TOTAL.
       MOVE HT-IDNO(HT-IDX) TO EX-IDNO.
       MOVE REQ-PERIOD TO EX-PERIOD.
       MOVE HT-NPAY(HT-IDX) TO EX-NPAY.
       MOVE HT-OPER(HT-IDX) TO EX-OPER.
       MOVE HT-REASON(HT-IDX) TO EX-REASON.
       WRITE VOUCH-REC FROM EXC-DETAIL.
       GO TO PRINT-EXCEPTIONS-LOOP.
       PRINT-EXCEPTIONS-TOTAL.
       IF HT-COUNT = 0
       MOVE "  NO SALARIES HELD FOR THE PERIOD" TO VOUCH-REC
       WRITE VOUCH-REC.
       MOVE "  TOTAL SALARY HELD   : " TO SL-LABEL.
       MOVE HOLD-TOTAL TO SL-AMT.
       WRITE VOUCH-REC FROM SUMMARY-LINE.
       PRINT-EXCEPTIONS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
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

