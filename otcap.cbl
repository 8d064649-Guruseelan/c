       IDENTIFICATION DIVISION.
       PROGRAM-ID. OvertimeCapture.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL OTTRAN ASSIGN TO WS-OTTRAN-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OT-KEY
       FILE STATUS IS FS-OTTRAN.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
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
       FD OTTRAN
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS OT-REC.
       01 OT-REC.
       02 OT-KEY.
       03 OT-IDNO PIC X(20).
       03 OT-PERIOD PIC X(6).
       02 OT-HOURS PIC 9(3)V9.
       02 OT-SHIFTS PIC 99.
       02 OT-OPER PIC X(8).
       02 OT-DATE PIC 9(8).
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
       77 WS-OTTRAN-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-OPER-FILE PIC X(40).
       77 CHI PIC 9.
       77 REQ-IDNO PIC X(20).
       77 REQ-PERIOD PIC X(6).
       77 REQ-HOURS PIC 9(3)V9.
       77 REQ-SHIFTS PIC 99.
       77 OT-CAP PIC 9(3)V9 VALUE 50.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-COUNT PIC 9(6) VALUE ZERO.
       77 EMP-FOUND PIC 9 VALUE ZERO.
       77 PERIOD-OK PIC 9 VALUE ZERO.
       77 LIST-HOURS PIC 9(6)V9 VALUE ZERO.
       77 LIST-SHIFTS PIC 9(5) VALUE ZERO.
       77 HRS-DISP PIC ZZ9.9.
       77 TOT-HRS-DISP PIC Z(5)9.9.
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
       77 PARM-NUM PIC 9(10)V99.
       77 PARM-DIGIT PIC 9.
       77 PARM-SCAN PIC 99.
       77 PARM-FRAC PIC 9.
       01 PARM-DETAIL.
       02 PARM-D-KEY PIC X(12).
       02 FILLER PIC X.
       02 PARM-D-VALUE PIC X(40).
       02 FILLER PIC X(7).
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-OTTRAN PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "OTCAPTURE".
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
       MOVE "OTTRAN" TO PARM-KEY
       MOVE "ENTER OVERTIME/SHIFT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-OTTRAN-FILE.
       IF WS-OTTRAN-FILE = SPACES
       MOVE "OTTRAN.DAT" TO WS-OTTRAN-FILE.
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "OPER" TO PARM-KEY
       MOVE "ENTER OPERATOR MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-OPER-FILE.
       IF WS-OPER-FILE = SPACES
       MOVE "OPERS.DAT" TO WS-OPER-FILE.
       MOVE "OT-CAP" TO PARM-KEY
       MOVE "ENTER OVERTIME HOURS CAP PER PERIOD (BLANK FOR 50):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO OT-CAP.
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
       MENU-PARA.
       DISPLAY "OVERTIME AND SHIFT ALLOWANCE CAPTURE".
       DISPLAY "1.ADD PERIOD ENTRY".
       DISPLAY "2.AMEND PERIOD ENTRY".
       DISPLAY "3.LIST ENTRIES FOR PERIOD".
       DISPLAY "4.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-END.
       IF SIGNON-LEVEL < NEED-LEVEL
       DISPLAY "NOT AUTHORIZED FOR THIS OPTION - OPERATOR " SIGNON-ID
       GO TO MENU-PARA.
       IF CHI=1
       PERFORM ADD-ENTRY THRU ADD-ENTRY-END
       ELSE IF CHI=2
       PERFORM AMEND-ENTRY THRU AMEND-ENTRY-END
       ELSE IF CHI=3
       PERFORM LIST-ENTRIES THRU LIST-ENTRIES-END
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

       CHECK-EMPLOYEE.
       MOVE 0 TO EMP-FOUND.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "EMPLOYEE NOT ON MASTER:" REQ-IDNO
       CLOSE EMP1
       GO TO CHECK-EMPLOYEE-END.
       CLOSE EMP1.
       IF EMP-STATUS = "S"
       DISPLAY "EMPLOYEE SEPARATED - NO OVERTIME ALLOWED:" REQ-IDNO
       GO TO CHECK-EMPLOYEE-END.
       MOVE 1 TO EMP-FOUND.
       DISPLAY "EMPLOYEE:" NAM.
       CHECK-EMPLOYEE-END.
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

       GET-ENTRY-KEY.
       DISPLAY "EMPLOYEE ID:".
       ACCEPT REQ-IDNO.
       PERFORM CHECK-EMPLOYEE THRU CHECK-EMPLOYEE-END.
       IF EMP-FOUND = 0
       GO TO GET-ENTRY-KEY-END.
       GET-ENTRY-KEY-PERIOD.
       DISPLAY "PAY PERIOD (YYYYMM):".
       ACCEPT REQ-PERIOD.
       PERFORM CHECK-PERIOD THRU CHECK-PERIOD-END.
       IF PERIOD-OK = 0
       DISPLAY "INVALID PERIOD - RE-ENTER"
       GO TO GET-ENTRY-KEY-PERIOD.
       GET-ENTRY-KEY-END.
       EXIT.

       GET-ENTRY-AMOUNTS.
       DISPLAY "OVERTIME HOURS FOR PERIOD (NNN.N):".
       ACCEPT REQ-HOURS.
       IF REQ-HOURS > OT-CAP
       MOVE OT-CAP TO HRS-DISP
       DISPLAY "HOURS EXCEED PERIOD CAP OF " HRS-DISP " - RE-ENTER"
       GO TO GET-ENTRY-AMOUNTS.
       GET-ENTRY-AMOUNTS-SHIFTS.
       DISPLAY "NIGHT SHIFTS WORKED IN PERIOD (NN):".
       ACCEPT REQ-SHIFTS.
       IF REQ-SHIFTS > 31
       DISPLAY "MORE THAN 31 SHIFTS - RE-ENTER"
       GO TO GET-ENTRY-AMOUNTS-SHIFTS.
       GET-ENTRY-AMOUNTS-END.
       EXIT.

       ADD-ENTRY.
       PERFORM GET-ENTRY-KEY THRU GET-ENTRY-KEY-END.
       IF EMP-FOUND = 0
       GO TO ADD-ENTRY-END.
       PERFORM GET-ENTRY-AMOUNTS THRU GET-ENTRY-AMOUNTS-END.
       OPEN I-O OTTRAN.
       MOVE "OTTRAN" TO ERR-FILE.
       MOVE FS-OTTRAN TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO OT-REC.
       MOVE REQ-IDNO TO OT-IDNO.
       MOVE REQ-PERIOD TO OT-PERIOD.
       MOVE REQ-HOURS TO OT-HOURS.
       MOVE REQ-SHIFTS TO OT-SHIFTS.
       MOVE SIGNON-ID TO OT-OPER.
       ACCEPT OT-DATE FROM DATE YYYYMMDD.
       WRITE OT-REC
       INVALID KEY
       DISPLAY "ENTRY ALREADY ON FILE - USE AMEND:" REQ-IDNO
           " " REQ-PERIOD
       NOT INVALID KEY
       ADD 1 TO WRITE-COUNT
       DISPLAY "ENTRY ADDED FOR " REQ-IDNO " " REQ-PERIOD.
       CLOSE OTTRAN.
       ADD-ENTRY-END.
       EXIT.

       AMEND-ENTRY.
       PERFORM GET-ENTRY-KEY THRU GET-ENTRY-KEY-END.
       IF EMP-FOUND = 0
       GO TO AMEND-ENTRY-END.
       OPEN I-O OTTRAN.
       MOVE "OTTRAN" TO ERR-FILE.
       MOVE FS-OTTRAN TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO OT-IDNO.
       MOVE REQ-PERIOD TO OT-PERIOD.
       READ OTTRAN RECORD KEY IS OT-KEY
       INVALID KEY
       DISPLAY "NO ENTRY ON FILE FOR " REQ-IDNO " " REQ-PERIOD
       CLOSE OTTRAN
       GO TO AMEND-ENTRY-END.
       MOVE OT-HOURS TO HRS-DISP.
       DISPLAY "CURRENT HOURS:" HRS-DISP " SHIFTS:" OT-SHIFTS
           " SET BY " OT-OPER " ON " OT-DATE.
       PERFORM GET-ENTRY-AMOUNTS THRU GET-ENTRY-AMOUNTS-END.
       MOVE REQ-HOURS TO OT-HOURS.
       MOVE REQ-SHIFTS TO OT-SHIFTS.
       MOVE SIGNON-ID TO OT-OPER.
       ACCEPT OT-DATE FROM DATE YYYYMMDD.
       REWRITE OT-REC.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "ENTRY AMENDED FOR " REQ-IDNO " " REQ-PERIOD.
       CLOSE OTTRAN.
       AMEND-ENTRY-END.
       EXIT.

       LIST-ENTRIES.
       DISPLAY "PAY PERIOD (YYYYMM):".
       ACCEPT REQ-PERIOD.
       MOVE 0 TO LIST-COUNT.
       MOVE ZERO TO LIST-HOURS.
       MOVE ZERO TO LIST-SHIFTS.
       OPEN INPUT OTTRAN.
       MOVE "OTTRAN" TO ERR-FILE.
       MOVE FS-OTTRAN TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LIST-ENTRIES-READ.
       READ OTTRAN NEXT RECORD
       AT END GO TO LIST-ENTRIES-SHOW.
       IF OT-PERIOD NOT = REQ-PERIOD
       GO TO LIST-ENTRIES-READ.
       ADD 1 TO LIST-COUNT.
       ADD OT-HOURS TO LIST-HOURS.
       ADD OT-SHIFTS TO LIST-SHIFTS.
       MOVE OT-HOURS TO HRS-DISP.
       DISPLAY OT-IDNO " " HRS-DISP " " OT-SHIFTS " " OT-OPER " "
           OT-DATE.
       GO TO LIST-ENTRIES-READ.
       LIST-ENTRIES-SHOW.
       CLOSE OTTRAN.
       DISPLAY "ENTRIES FOR PERIOD:" LIST-COUNT.
       MOVE LIST-HOURS TO TOT-HRS-DISP.
       DISPLAY "TOTAL OVERTIME HOURS:" TOT-HRS-DISP.
       DISPLAY "TOTAL NIGHT SHIFTS:" LIST-SHIFTS.
       LIST-ENTRIES-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "OTCAPTURE" TO RC-PROG.
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
       MOVE "OTCAPTURE" TO RC-PROG.
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
       STOP RUN.
       MOVE 1 TO FAIL-ENDING.
       PERFORM WRITE-RUN-END.
       DISPLAY "RUN ENDED ON FILE ERROR".
       STOP RUN.
       CHECK-FILE-STATUS-END.
       EXIT.

       END PROGRAM OvertimeCapture.
