       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BUDFILE ASSIGN TO WS-BUD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BG-KEY
       FILE STATUS IS FS-BUDFILE.
       SELECT OPTIONAL DEPTFILE ASSIGN TO WS-DEPT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-DEPTFILE.
       SELECT OPERFILE ASSIGN TO WS-OPER-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-OPERFILE.
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
       FD DEPTFILE
       LABEL RECORDS ARE STANDARD.
       01 DEPT-REC PIC X(20).
       FD OPERFILE
       LABEL RECORDS ARE STANDARD.
       01 OPER-REC.
       02 OPER-ID PIC X(8).
       02 OPER-PASS PIC X(8).
       02 OPER-LEVEL PIC 9.
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
       77 WS-DEPT-FILE PIC X(40).
       77 WS-OPER-FILE PIC X(40).
       77 CHI PIC 9.
       77 REQ-DEPT PIC X(5).
       77 REQ-PERIOD PIC X(6).
       77 REQ-AMOUNT PIC 9(9)V99.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 PERIOD-OK PIC 9 VALUE ZERO.
       77 AMT-DISP PIC Z(8)9.99.
       01 DEPT-TABLE.
       02 DEPT-ENTRY PIC X(5) OCCURS 50 TIMES.
       77 DEPT-COUNT PIC 99 VALUE ZERO.
       77 DEPT-IDX PIC 99 VALUE ZERO.
       77 DEPT-FOUND PIC 9 VALUE ZERO.
       01 DEPT-DETAIL.
       02 DL-CODE PIC X(5).
       02 FILLER PIC X(15).
       77 TRY-ID PIC X(8).
       77 TRY-PASS PIC X(8).
       77 SIGNON-ID PIC X(8).
       77 SIGNON-LEVEL PIC 9 VALUE ZERO.
       77 SIGNON-OK PIC 9 VALUE ZERO.
       77 SIGNON-TRIES PIC 9 VALUE ZERO.
       77 NEED-LEVEL PIC 9.
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
       77 FS-BUDFILE PIC XX VALUE "00".
       77 FS-DEPTFILE PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "BUDGETMAINT".
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
       MOVE "DEPT" TO PARM-KEY
       MOVE "ENTER DEPARTMENT LIST FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DEPT-FILE.
       IF WS-DEPT-FILE = SPACES
       MOVE "DEPTS.DAT" TO WS-DEPT-FILE.
       MOVE "OPER" TO PARM-KEY
       MOVE "ENTER OPERATOR MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-OPER-FILE.
       IF WS-OPER-FILE = SPACES
       MOVE "OPERS.DAT" TO WS-OPER-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       SIGN-ON.
       ADD 1 TO SIGNON-TRIES.
       IF SIGNON-TRIES > 3
       DISPLAY "SIGN-ON FAILED 3 TIMES - SESSION ENDED"
       STOP RUN.
       DISPLAY "OPERATOR ID:".
       ACCEPT TRY-ID.
       DISPLAY "PASSWORD:".
       ACCEPT TRY-PASS.
       PERFORM VALIDATE-OPERATOR THRU VALIDATE-OPERATOR-END.
       IF SIGNON-OK = 0
       DISPLAY "INVALID OPERATOR ID OR PASSWORD"
       GO TO SIGN-ON.
       DISPLAY "SIGNED ON: " SIGNON-ID " LEVEL " SIGNON-LEVEL.
       PERFORM WRITE-RUN-START.
       PERFORM LOAD-DEPARTMENTS THRU LOAD-DEPARTMENTS-END.
       IF DEPT-COUNT = 0
       DISPLAY "NO DEPARTMENT LIST - DEPT CODES NOT VALIDATED".
       MENU-PARA.
       DISPLAY "DEPARTMENTAL PAYROLL BUDGET MAINTENANCE".
       DISPLAY "1.ADD MONTHLY BUDGET".
       DISPLAY "2.AMEND MONTHLY BUDGET".
       DISPLAY "3.LIST BUDGETS FOR DEPARTMENT".
       DISPLAY "4.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-END.
       IF SIGNON-LEVEL < NEED-LEVEL
       DISPLAY "NOT AUTHORIZED FOR THIS OPTION - OPERATOR " SIGNON-ID
       GO TO MENU-PARA.
       IF CHI=1
       PERFORM ADD-BUDGET THRU ADD-BUDGET-END
       ELSE IF CHI=2
       PERFORM AMEND-BUDGET THRU AMEND-BUDGET-END
       ELSE IF CHI=3
       PERFORM LIST-BUDGETS THRU LIST-BUDGETS-END
       ELSE IF CHI=4
       PERFORM WRITE-RUN-END
       STOP RUN
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.

       CHECK-AUTHORITY.
       IF CHI = 1 OR CHI = 2
       MOVE 2 TO NEED-LEVEL
       GO TO CHECK-AUTHORITY-END.
       MOVE 1 TO NEED-LEVEL.
       CHECK-AUTHORITY-END.
       EXIT.

       VALIDATE-OPERATOR.
       MOVE 0 TO SIGNON-OK.
       OPEN INPUT OPERFILE.
       MOVE "OPERFILE" TO ERR-FILE.
       MOVE FS-OPERFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       VALIDATE-OPERATOR-READ.
       READ OPERFILE AT END
       CLOSE OPERFILE GO TO VALIDATE-OPERATOR-END.
       IF OPER-ID = TRY-ID AND OPER-PASS = TRY-PASS
       MOVE 1 TO SIGNON-OK
       MOVE OPER-ID TO SIGNON-ID
       MOVE OPER-LEVEL TO SIGNON-LEVEL
       CLOSE OPERFILE
       GO TO VALIDATE-OPERATOR-END.
       GO TO VALIDATE-OPERATOR-READ.
       VALIDATE-OPERATOR-END.
       EXIT.

       LOAD-DEPARTMENTS.
       MOVE ZERO TO DEPT-COUNT.
       OPEN INPUT DEPTFILE.
       MOVE "DEPTFILE" TO ERR-FILE.
       MOVE FS-DEPTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-DEPARTMENTS-READ.
       READ DEPTFILE RECORD INTO DEPT-DETAIL
       AT END CLOSE DEPTFILE GO TO LOAD-DEPARTMENTS-END.
       IF DL-CODE = SPACES
       GO TO LOAD-DEPARTMENTS-READ.
       IF DEPT-COUNT >= 50
       DISPLAY "DEPARTMENT TABLE FULL - SKIPPING REMAINING CODES"
       CLOSE DEPTFILE
       GO TO LOAD-DEPARTMENTS-END.
       ADD 1 TO DEPT-COUNT.
       MOVE DL-CODE TO DEPT-ENTRY(DEPT-COUNT).
       GO TO LOAD-DEPARTMENTS-READ.
       LOAD-DEPARTMENTS-END.
       EXIT.

       CHECK-DEPARTMENT.
       MOVE 0 TO DEPT-FOUND.
       IF DEPT-COUNT = 0
       MOVE 1 TO DEPT-FOUND
       GO TO CHECK-DEPARTMENT-END.
       MOVE 0 TO DEPT-IDX.
       CHECK-DEPARTMENT-LOOP.
       ADD 1 TO DEPT-IDX.
       IF DEPT-IDX > DEPT-COUNT
       GO TO CHECK-DEPARTMENT-END.
       IF DEPT-ENTRY(DEPT-IDX) = REQ-DEPT
       MOVE 1 TO DEPT-FOUND
       GO TO CHECK-DEPARTMENT-END.
       GO TO CHECK-DEPARTMENT-LOOP.
       CHECK-DEPARTMENT-END.
       EXIT.

       CHECK-PERIOD.
       MOVE 0 TO PERIOD-OK.
       IF REQ-PERIOD IS NOT NUMERIC
       GO TO CHECK-PERIOD-END.
       IF REQ-PERIOD(5:2) < "01" OR REQ-PERIOD(5:2) > "12"
       GO TO CHECK-PERIOD-END.
       MOVE 1 TO PERIOD-OK.
       CHECK-PERIOD-END.
       EXIT.

       GET-BUDGET-KEY.
       DISPLAY "DEPARTMENT CODE:".
       ACCEPT REQ-DEPT.
       PERFORM CHECK-DEPARTMENT THRU CHECK-DEPARTMENT-END.
       IF DEPT-FOUND = 0
       DISPLAY "DEPARTMENT NOT ON DEPARTMENT LIST:" REQ-DEPT
       GO TO GET-BUDGET-KEY-END.
       GET-BUDGET-KEY-PERIOD.
       DISPLAY "BUDGET MONTH (YYYYMM):".
       ACCEPT REQ-PERIOD.
       PERFORM CHECK-PERIOD THRU CHECK-PERIOD-END.
       IF PERIOD-OK = 0
       DISPLAY "INVALID MONTH - RE-ENTER"
       GO TO GET-BUDGET-KEY-PERIOD.
       GET-BUDGET-KEY-END.
       EXIT.

       ADD-BUDGET.
       PERFORM GET-BUDGET-KEY THRU GET-BUDGET-KEY-END.
       IF DEPT-FOUND = 0
       GO TO ADD-BUDGET-END.
       DISPLAY "BUDGETED GROSS PAY (NNNNNNNNN.NN):".
       ACCEPT REQ-AMOUNT.
       OPEN I-O BUDFILE.
       MOVE "BUDFILE" TO ERR-FILE.
       MOVE FS-BUDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO BUD-REC.
       MOVE REQ-DEPT TO BG-DEPT.
       MOVE REQ-PERIOD TO BG-PERIOD.
       MOVE REQ-AMOUNT TO BG-AMOUNT.
       MOVE SIGNON-ID TO BG-OPER.
       ACCEPT BG-DATE FROM DATE YYYYMMDD.
       WRITE BUD-REC
       INVALID KEY
       DISPLAY "BUDGET ALREADY ON FILE - USE AMEND:" REQ-DEPT
           " " REQ-PERIOD
       NOT INVALID KEY
       ADD 1 TO WRITE-COUNT
       DISPLAY "BUDGET ADDED FOR " REQ-DEPT " " REQ-PERIOD.
       CLOSE BUDFILE.
       ADD-BUDGET-END.
       EXIT.

       AMEND-BUDGET.
       PERFORM GET-BUDGET-KEY THRU GET-BUDGET-KEY-END.
       IF DEPT-FOUND = 0
       GO TO AMEND-BUDGET-END.
       OPEN I-O BUDFILE.
       MOVE "BUDFILE" TO ERR-FILE.
       MOVE FS-BUDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-DEPT TO BG-DEPT.
       MOVE REQ-PERIOD TO BG-PERIOD.
       READ BUDFILE RECORD KEY IS BG-KEY
       INVALID KEY
       DISPLAY "NO BUDGET ON FILE FOR " REQ-DEPT " " REQ-PERIOD
       CLOSE BUDFILE
       GO TO AMEND-BUDGET-END.
       MOVE BG-AMOUNT TO AMT-DISP.
       DISPLAY "CURRENT BUDGET:" AMT-DISP " SET BY " BG-OPER
           " ON " BG-DATE.
       DISPLAY "BUDGETED GROSS PAY (NNNNNNNNN.NN):".
       ACCEPT REQ-AMOUNT.
       MOVE REQ-AMOUNT TO BG-AMOUNT.
       MOVE SIGNON-ID TO BG-OPER.
       ACCEPT BG-DATE FROM DATE YYYYMMDD.
       REWRITE BUD-REC.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "BUDGET AMENDED FOR " REQ-DEPT " " REQ-PERIOD.
       CLOSE BUDFILE.
       AMEND-BUDGET-END.
       EXIT.

       LIST-BUDGETS.
       DISPLAY "DEPARTMENT CODE:".
       ACCEPT REQ-DEPT.
       MOVE 0 TO LIST-COUNT.
       MOVE ZERO TO LIST-TOTAL.
       OPEN INPUT BUDFILE.
       MOVE "BUDFILE" TO ERR-FILE.
       MOVE FS-BUDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-DEPT TO BG-DEPT.
       MOVE SPACES TO BG-PERIOD.
       START BUDFILE KEY NOT < BG-KEY
       INVALID KEY GO TO LIST-BUDGETS-SHOW.
       LIST-BUDGETS-READ.
       READ BUDFILE NEXT RECORD
       AT END GO TO LIST-BUDGETS-SHOW.
       IF BG-DEPT NOT = REQ-DEPT
       GO TO LIST-BUDGETS-SHOW.
       ADD 1 TO LIST-COUNT.
       ADD BG-AMOUNT TO LIST-TOTAL.
       MOVE BG-AMOUNT TO AMT-DISP.
       DISPLAY BG-PERIOD " " AMT-DISP " " BG-OPER " " BG-DATE.
       GO TO LIST-BUDGETS-READ.
       LIST-BUDGETS-SHOW.
       CLOSE BUDFILE.
       DISPLAY "BUDGET MONTHS ON FILE:" LIST-COUNT.
       MOVE LIST-TOTAL TO AMT-DISP.
       DISPLAY "TOTAL BUDGETED:" AMT-DISP.
       LIST-BUDGETS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BUDGETMAINT" TO RC-PROG.
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
       MOVE "BUDGETMAINT" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE ZERO TO RC-READ.
       MOVE WRITE-COUNT TO RC-WRITTEN.
       IF RUN-FAILED = 1
       MOVE "FAIL" TO RC-STATUS
       ELSE
       MOVE "OK" TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       GET-PARM-FILE.
       DISPLAY "PARAMETER FILE NAME (BLANK FOR CONSOLE PROMPTS):".
       ACCEPT WS-PARM-FILE.
       IF WS-PARM-FILE = SPACES
       GO TO GET-PARM-FILE-END.
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
       STOP RUN.
       MOVE 1 TO FAIL-ENDING.
       PERFORM WRITE-RUN-END.
       DISPLAY "RUN ENDED ON FILE ERROR".
       STOP RUN.
       CHECK-FILE-STATUS-END.
       EXIT.

       END PROGRAM BudgetMaint.
