       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DECLFILE ASSIGN TO WS-DECL-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DC-KEY
       FILE STATUS IS FS-DECLFILE.
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
       FD DECLFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS DECL-REC.
       01 DECL-REC.
       02 DC-KEY.
       03 DC-IDNO PIC X(20).
       03 DC-YEAR PIC X(4).
       02 DC-INVEST PIC 9(7)V99.
       02 DC-DEDUCT PIC 9(7)V99.
       02 DC-OPER PIC X(8).
       02 DC-DATE PIC 9(8).
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
       77 WS-DECL-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-OPER-FILE PIC X(40).
       77 CHI PIC 9.
       77 REQ-IDNO PIC X(20).
       77 REQ-YEAR PIC X(4).
       77 REQ-INVEST PIC 9(7)V99.
       77 REQ-DEDUCT PIC 9(7)V99.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-COUNT PIC 9(6) VALUE ZERO.
       77 EMP-FOUND PIC 9 VALUE ZERO.
       77 YEAR-OK PIC 9 VALUE ZERO.
       77 AMT-DISP PIC Z(6)9.99.
       77 AMT-DISP2 PIC Z(6)9.99.
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
       77 FS-DECLFILE PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "DECLMAINT".
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
       MOVE "DECL" TO PARM-KEY
       MOVE "ENTER TAX DECLARATION FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DECL-FILE.
       IF WS-DECL-FILE = SPACES
       MOVE "DECL.DAT" TO WS-DECL-FILE.
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
       DISPLAY "EMPLOYEE TAX DECLARATION MAINTENANCE".
       DISPLAY "1.ADD YEAR DECLARATION".
       DISPLAY "2.AMEND YEAR DECLARATION".
       DISPLAY "3.LIST DECLARATIONS FOR EMPLOYEE".
       DISPLAY "4.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-END.
       IF SIGNON-LEVEL < NEED-LEVEL
       DISPLAY "NOT AUTHORIZED FOR THIS OPTION - OPERATOR " SIGNON-ID
       GO TO MENU-PARA.
       IF CHI=1
       PERFORM ADD-DECL THRU ADD-DECL-END
       ELSE IF CHI=2
       PERFORM AMEND-DECL THRU AMEND-DECL-END
       ELSE IF CHI=3
       PERFORM LIST-DECLS THRU LIST-DECLS-END
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
       CLOSE EMP1
       GO TO CHECK-EMPLOYEE-END.
       MOVE 1 TO EMP-FOUND.
       DISPLAY "EMPLOYEE:" NAM.
       CLOSE EMP1.
       CHECK-EMPLOYEE-END.
       EXIT.

       CHECK-YEAR.
       MOVE 0 TO YEAR-OK.
       IF REQ-YEAR IS NOT NUMERIC
       GO TO CHECK-YEAR-END.
       IF REQ-YEAR < "1900"
       GO TO CHECK-YEAR-END.
       MOVE 1 TO YEAR-OK.
       CHECK-YEAR-END.
       EXIT.

       GET-DECL-KEY.
       DISPLAY "EMPLOYEE ID:".
       ACCEPT REQ-IDNO.
       PERFORM CHECK-EMPLOYEE THRU CHECK-EMPLOYEE-END.
       IF EMP-FOUND = 0
       DISPLAY "EMPLOYEE NOT ON MASTER:" REQ-IDNO
       GO TO GET-DECL-KEY-END.
       GET-DECL-KEY-YEAR.
       DISPLAY "TAX YEAR (YYYY):".
       ACCEPT REQ-YEAR.
       PERFORM CHECK-YEAR THRU CHECK-YEAR-END.
       IF YEAR-OK = 0
       DISPLAY "INVALID YEAR - RE-ENTER"
       GO TO GET-DECL-KEY-YEAR.
       GET-DECL-KEY-END.
       EXIT.

       GET-DECL-AMOUNTS.
       DISPLAY "EXEMPT INVESTMENTS FOR YEAR (NNNNNNN.NN):".
       ACCEPT REQ-INVEST.
       DISPLAY "OTHER DEDUCTIONS FOR YEAR (NNNNNNN.NN):".
       ACCEPT REQ-DEDUCT.
       GET-DECL-AMOUNTS-END.
       EXIT.

       ADD-DECL.
       PERFORM GET-DECL-KEY THRU GET-DECL-KEY-END.
       IF EMP-FOUND = 0
       GO TO ADD-DECL-END.
       PERFORM GET-DECL-AMOUNTS THRU GET-DECL-AMOUNTS-END.
       OPEN I-O DECLFILE.
       MOVE "DECLFILE" TO ERR-FILE.
       MOVE FS-DECLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO DECL-REC.
       MOVE REQ-IDNO TO DC-IDNO.
       MOVE REQ-YEAR TO DC-YEAR.
       MOVE REQ-INVEST TO DC-INVEST.
       MOVE REQ-DEDUCT TO DC-DEDUCT.
       MOVE SIGNON-ID TO DC-OPER.
       ACCEPT DC-DATE FROM DATE YYYYMMDD.
       WRITE DECL-REC
       INVALID KEY
       DISPLAY "DECLARATION ALREADY ON FILE - USE AMEND:" REQ-IDNO
           " " REQ-YEAR
       NOT INVALID KEY
       ADD 1 TO WRITE-COUNT
       DISPLAY "DECLARATION ADDED FOR " REQ-IDNO " " REQ-YEAR.
       CLOSE DECLFILE.
       ADD-DECL-END.
       EXIT.

       AMEND-DECL.
       PERFORM GET-DECL-KEY THRU GET-DECL-KEY-END.
       IF EMP-FOUND = 0
       GO TO AMEND-DECL-END.
       OPEN I-O DECLFILE.
       MOVE "DECLFILE" TO ERR-FILE.
       MOVE FS-DECLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO DC-IDNO.
       MOVE REQ-YEAR TO DC-YEAR.
       READ DECLFILE RECORD KEY IS DC-KEY
       INVALID KEY
       DISPLAY "NO DECLARATION ON FILE FOR " REQ-IDNO " " REQ-YEAR
       CLOSE DECLFILE
       GO TO AMEND-DECL-END.
       MOVE DC-INVEST TO AMT-DISP.
       MOVE DC-DEDUCT TO AMT-DISP2.
       DISPLAY "CURRENT INVESTMENTS:" AMT-DISP " DEDUCTIONS:" AMT-DISP2.
       DISPLAY "SET BY " DC-OPER " ON " DC-DATE.
       PERFORM GET-DECL-AMOUNTS THRU GET-DECL-AMOUNTS-END.
       MOVE REQ-INVEST TO DC-INVEST.
       MOVE REQ-DEDUCT TO DC-DEDUCT.
       MOVE SIGNON-ID TO DC-OPER.
       ACCEPT DC-DATE FROM DATE YYYYMMDD.
       REWRITE DECL-REC.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "DECLARATION AMENDED FOR " REQ-IDNO " " REQ-YEAR.
       CLOSE DECLFILE.
       AMEND-DECL-END.
       EXIT.

       LIST-DECLS.
       DISPLAY "EMPLOYEE ID:".
       ACCEPT REQ-IDNO.
       MOVE 0 TO LIST-COUNT.
       OPEN INPUT DECLFILE.
       MOVE "DECLFILE" TO ERR-FILE.
       MOVE FS-DECLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO DC-IDNO.
       MOVE SPACES TO DC-YEAR.
       START DECLFILE KEY NOT < DC-KEY
       INVALID KEY GO TO LIST-DECLS-SHOW.
       LIST-DECLS-READ.
       READ DECLFILE NEXT RECORD
       AT END GO TO LIST-DECLS-SHOW.
       IF DC-IDNO NOT = REQ-IDNO
       GO TO LIST-DECLS-SHOW.
       ADD 1 TO LIST-COUNT.
       MOVE DC-INVEST TO AMT-DISP.
       MOVE DC-DEDUCT TO AMT-DISP2.
       DISPLAY DC-YEAR " " AMT-DISP " " AMT-DISP2 " " DC-OPER " "
           DC-DATE.
       GO TO LIST-DECLS-READ.
       LIST-DECLS-SHOW.
       CLOSE DECLFILE.
       DISPLAY "DECLARATION YEARS ON FILE:" LIST-COUNT.
       LIST-DECLS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "DECLMAINT" TO RC-PROG.
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
       MOVE "DECLMAINT" TO RC-PROG.
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

       END PROGRAM DeclMaint.
