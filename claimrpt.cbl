       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimRegister.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CLAIMFILE ASSIGN TO WS-CLAIM-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CL-KEY
       FILE STATUS IS FS-CLAIMFILE.
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
       FD CLAIMFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS CL-REC.
       01 CL-REC.
       02 CL-KEY.
       03 CL-IDNO PIC X(20).
       03 CL-NO PIC 9(4).
       02 CL-CAT PIC X(4).
       02 CL-DATE PIC 9(8).
       02 CL-AMOUNT PIC 9(6)V99.
       02 CL-DESC PIC X(30).
       02 CL-STATUS PIC X.
       02 CL-OPER PIC X(8).
       02 CL-CAP-DATE PIC 9(8).
       02 CL-APR-OPER PIC X(8).
       02 CL-APR-DATE PIC 9(8).
       02 CL-REASON PIC X(30).
       02 CL-PAID-PERIOD PIC X(6).
       02 FILLER PIC X(10).
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
       77 WS-CLAIM-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 REQ-YEAR PIC X(4).
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       01 STATUS-CODES PIC X(4) VALUE "PARD".
       01 STATUS-TABLE REDEFINES STATUS-CODES.
       02 ST-CODE PIC X OCCURS 4 TIMES.
       01 STATUS-NAMES.
       02 FILLER PIC X(20) VALUE "PENDING APPROVAL".
       02 FILLER PIC X(20) VALUE "APPROVED - NOT PAID".
       02 FILLER PIC X(20) VALUE "REJECTED".
       02 FILLER PIC X(20) VALUE "PAID THROUGH PAYROLL".
       01 STATUS-NAME-TABLE REDEFINES STATUS-NAMES.
       02 ST-NAME PIC X(20) OCCURS 4 TIMES.
       77 ST-IDX PIC 9 VALUE ZERO.
       77 SEC-COUNT PIC 9(6) VALUE ZERO.
       77 SEC-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2.
       02 FILLER PIC X(24) VALUE SPACES.
       02 FILLER PIC X(32) VALUE "EXPENSE REIMBURSEMENT CLAIMS".
       02 FILLER PIC X(24) VALUE SPACES.
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-YEAR-LINE.
       02 FILLER PIC X(18) VALUE "CLAIMS BILLED IN: ".
       02 RY-YEAR PIC X(4).
       02 FILLER PIC X(58) VALUE SPACES.
       01 RPT-SECTION-LINE.
       02 FILLER PIC X(8) VALUE "STATUS: ".
       02 RS-NAME PIC X(20).
       02 FILLER PIC X(52) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(39) VALUE
       "EMPLOYEE NO            NO CAT  BILLED  ".
       02 FILLER PIC X(41) VALUE
       "     AMOUNT CAPTURED REMARK".
       01 RPT-DETAIL.
       02 RD-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RD-NO PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 RD-CAT PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RD-AMOUNT PIC Z(6)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-OPER PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RD-REMARK PIC X(20).
       01 RPT-TOTAL-LINE.
       02 FILLER PIC X(8) VALUE "CLAIMS: ".
       02 RT-COUNT PIC ZZZZZ9.
       02 FILLER PIC X(24) VALUE SPACES.
       02 RT-TOTAL PIC Z(8)9.99.
       02 FILLER PIC X(30) VALUE SPACES.
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
       77 FS-CLAIMFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "CLAIMREG".
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
       MOVE "CLAIM" TO PARM-KEY
       MOVE "ENTER EXPENSE CLAIMS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CLAIM-FILE.
       IF WS-CLAIM-FILE = SPACES
       MOVE "CLAIMS.DAT" TO WS-CLAIM-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER CLAIMS REGISTER NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "CLAIMREG.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       MOVE "CLAIM-YEAR" TO PARM-KEY
       MOVE "ENTER YEAR OF BILLS TO LIST (YYYY, BLANK FOR ALL):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-YEAR.
       PERFORM WRITE-RUN-START.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       IF REQ-YEAR = SPACES
       MOVE "ALL" TO RY-YEAR
       ELSE
       MOVE REQ-YEAR TO RY-YEAR.
       WRITE REPORT-REC FROM RPT-YEAR-LINE.
       MOVE 0 TO ST-IDX.
       PERFORM PRINT-SECTION THRU PRINT-SECTION-END 4 TIMES.
       CLOSE REPORTFILE.
       DISPLAY "CLAIMS ON REGISTER:" WRITE-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       PRINT-SECTION.
       ADD 1 TO ST-IDX.
       MOVE ZERO TO SEC-COUNT.
       MOVE ZERO TO SEC-TOTAL.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE ST-NAME(ST-IDX) TO RS-NAME.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       OPEN INPUT CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PRINT-SECTION-READ.
       READ CLAIMFILE NEXT RECORD
       AT END GO TO PRINT-SECTION-TOTAL.
       ADD 1 TO READ-COUNT.
       IF CL-STATUS NOT = ST-CODE(ST-IDX)
       GO TO PRINT-SECTION-READ.
       IF REQ-YEAR NOT = SPACES AND CL-DATE(1:4) NOT = REQ-YEAR
       GO TO PRINT-SECTION-READ.
       MOVE CL-IDNO TO RD-IDNO.
       MOVE CL-NO TO RD-NO.
       MOVE CL-CAT TO RD-CAT.
       MOVE CL-DATE TO RD-DATE.
       MOVE CL-AMOUNT TO RD-AMOUNT.
       MOVE CL-OPER TO RD-OPER.
       MOVE SPACES TO RD-REMARK.
       IF CL-STATUS = "A"
       STRING "APPROVED BY " DELIMITED BY SIZE
           CL-APR-OPER DELIMITED BY SIZE
           INTO RD-REMARK
       ELSE IF CL-STATUS = "R"
       MOVE CL-REASON TO RD-REMARK
       ELSE IF CL-STATUS = "D"
       STRING "PAID IN " DELIMITED BY SIZE
           CL-PAID-PERIOD DELIMITED BY SIZE
           INTO RD-REMARK
       ELSE
       MOVE CL-DESC TO RD-REMARK.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO SEC-COUNT.
       ADD 1 TO WRITE-COUNT.
       ADD CL-AMOUNT TO SEC-TOTAL.
       GO TO PRINT-SECTION-READ.
       PRINT-SECTION-TOTAL.
       CLOSE CLAIMFILE.
       MOVE SEC-COUNT TO RT-COUNT.
       MOVE SEC-TOTAL TO RT-TOTAL.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       PRINT-SECTION-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "CLAIMREG" TO RC-PROG.
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
       MOVE "CLAIMREG" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE READ-COUNT TO RC-READ.
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

       END PROGRAM ClaimRegister.
