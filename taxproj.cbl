       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxProjection.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT YTDLOG ASSIGN TO WS-YTDLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS YL-KEY
       FILE STATUS IS FS-YTDLOG.
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
       77 WS-DECL-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       01 REQ-PERIOD.
       02 REQ-YEAR PIC X(4).
       02 REQ-MONTH PIC 99.
       77 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       77 PROJ-COUNT PIC 9(6) VALUE ZERO.
       77 SEP-COUNT PIC 9(6) VALUE ZERO.
       77 PJ-INVEST PIC 9(7)V99 VALUE ZERO.
       77 PJ-DEDUCT PIC 9(7)V99 VALUE ZERO.
       77 PJ-TAX PIC S9(8)V99 VALUE ZERO.
       77 PJ-MONTHS-LEFT PIC 99 VALUE ZERO.
       77 PJ-YTD-GROSS PIC S9(8)V99 VALUE ZERO.
       77 PJ-YTD-TAX PIC S9(8)V99 VALUE ZERO.
       77 PJ-ANNUAL PIC S9(8)V99 VALUE ZERO.
       77 PJ-DECL PIC 9(8)V99 VALUE ZERO.
       77 PJ-TAXABLE PIC S9(8)V99 VALUE ZERO.
       77 PJ-ANN-TAX PIC S9(8)V99 VALUE ZERO.
       77 PJ-BALANCE PIC S9(8)V99 VALUE ZERO.
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2.
       02 FILLER PIC X(26) VALUE
       "   ANNUAL TAX PROJECTION  ".
       02 FILLER PIC X(13) VALUE "FOR PERIOD : ".
       02 RH-PERIOD PIC X(6).
       02 FILLER PIC X(35) VALUE SPACES.
       01 RPT-NAME-LINE.
       02 FILLER PIC X(16) VALUE "EMPLOYEE NAME : ".
       02 RN-NAM PIC X(20).
       02 FILLER PIC X(44) VALUE SPACES.
       01 RPT-IDNO-LINE.
       02 FILLER PIC X(16) VALUE "EMPLOYEE NO   : ".
       02 RN-IDNO PIC X(20).
       02 FILLER PIC X(44) VALUE SPACES.
       01 RPT-DEPT-LINE.
       02 FILLER PIC X(16) VALUE "DEPARTMENT    : ".
       02 RN-DEPT PIC X(5).
       02 FILLER PIC X(59) VALUE SPACES.
       01 RPT-AMOUNT-LINE.
       02 RA-LABEL PIC X(32).
       02 RA-AMOUNT PIC -(9)9.99.
       02 FILLER PIC X(35) VALUE SPACES.
       01 RPT-MONTHS-LINE.
       02 FILLER PIC X(32) VALUE
       "MONTHS REMAINING IN YEAR      : ".
       02 RM-MONTHS PIC Z9.
       02 FILLER PIC X(46) VALUE SPACES.
       01 CONTROL-LINE.
       02 CL-LABEL PIC X(32).
       02 CL-COUNT PIC ZZZZZ9.
       02 FILLER PIC X(42) VALUE SPACES.
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
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-DECLFILE PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "TAXPROJ".
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
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER TAX PROJECTION REPORT NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "TAXPROJ.LST" TO WS-REPORT-FILE.
       MOVE "REQ-PERIOD" TO PARM-KEY
       MOVE "ENTER PROJECTION PAY PERIOD (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-PERIOD.
       IF REQ-PERIOD IS NOT NUMERIC
       OR REQ-MONTH < 1 OR REQ-MONTH > 12
       DISPLAY "INVALID PAY PERIOD:" REQ-PERIOD
       MOVE 8 TO RETURN-CODE
       STOP RUN.
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
       OPEN INPUT DECLFILE.
       MOVE "DECLFILE" TO ERR-FILE.
       MOVE FS-DECLFILE TO ERR-STATUS.
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
       READ-EMP.
       READ EMP1 NEXT RECORD
       AT END GO TO END-EMP.
       ADD 1 TO EMP-READ-COUNT.
       IF EMP-STATUS = "S"
       ADD 1 TO SEP-COUNT
       GO TO READ-EMP.
       PERFORM PROJECT-EMPLOYEE THRU PROJECT-EMPLOYEE-END.
       PERFORM PRINT-PROJECTION THRU PRINT-PROJECTION-END.
       GO TO READ-EMP.
       END-EMP.
       CLOSE YTDLOG.
       CLOSE DECLFILE.
       CLOSE EMP1.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE REQ-PERIOD TO RH-PERIOD.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       MOVE "EMPLOYEES READ                : " TO CL-LABEL.
       MOVE EMP-READ-COUNT TO CL-COUNT.
       WRITE REPORT-REC FROM CONTROL-LINE.
       MOVE "SEPARATED - NOT PROJECTED     : " TO CL-LABEL.
       MOVE SEP-COUNT TO CL-COUNT.
       WRITE REPORT-REC FROM CONTROL-LINE.
       MOVE "PROJECTIONS PRODUCED          : " TO CL-LABEL.
       MOVE PROJ-COUNT TO CL-COUNT.
       WRITE REPORT-REC FROM CONTROL-LINE.
       CLOSE REPORTFILE.
       DISPLAY "EMPLOYEES READ:" EMP-READ-COUNT.
       DISPLAY "PROJECTIONS PRODUCED:" PROJ-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       PROJECT-EMPLOYEE.
       MOVE ZERO TO PJ-YTD-GROSS.
       MOVE ZERO TO PJ-YTD-TAX.
       MOVE IDNO TO YL-IDNO.
       MOVE REQ-YEAR TO YL-PERIOD.
       MOVE "00" TO YL-PERIOD(5:2).
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO PROJECT-EMPLOYEE-DECL.
       PROJECT-EMPLOYEE-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO PROJECT-EMPLOYEE-DECL.
       IF YL-IDNO NOT = IDNO OR YL-PERIOD NOT < REQ-PERIOD
       GO TO PROJECT-EMPLOYEE-DECL.
       ADD YL-GPAY TO PJ-YTD-GROSS.
       ADD YL-TAX TO PJ-YTD-TAX.
       GO TO PROJECT-EMPLOYEE-READ.
       PROJECT-EMPLOYEE-DECL.
       COMPUTE PJ-MONTHS-LEFT = 13 - REQ-MONTH.
       COMPUTE PJ-ANNUAL = PJ-YTD-GROSS + GPAY * PJ-MONTHS-LEFT.
       MOVE ZERO TO PJ-INVEST.
       MOVE ZERO TO PJ-DEDUCT.
       MOVE IDNO TO DC-IDNO.
       MOVE REQ-YEAR TO DC-YEAR.
       READ DECLFILE RECORD KEY IS DC-KEY
       INVALID KEY GO TO PROJECT-EMPLOYEE-SLAB.
       MOVE DC-INVEST TO PJ-INVEST.
       MOVE DC-DEDUCT TO PJ-DEDUCT.
       PROJECT-EMPLOYEE-SLAB.
       COMPUTE PJ-DECL = PJ-INVEST + PJ-DEDUCT.
       COMPUTE PJ-TAXABLE = PJ-ANNUAL - PJ-DECL.
       IF PJ-TAXABLE < 0
       MOVE ZERO TO PJ-TAXABLE.
       PERFORM ANNUAL-TAX.
       COMPUTE PJ-BALANCE = PJ-ANN-TAX - PJ-YTD-TAX.
       IF PJ-BALANCE NOT > 0
       MOVE ZERO TO PJ-TAX
       GO TO PROJECT-EMPLOYEE-END.
       COMPUTE PJ-TAX ROUNDED = PJ-BALANCE / PJ-MONTHS-LEFT.
       PROJECT-EMPLOYEE-END.
       EXIT.

       ANNUAL-TAX.
       IF PJ-TAXABLE NOT > 240000
       MOVE ZERO TO PJ-ANN-TAX
       ELSE IF PJ-TAXABLE NOT > 600000
       COMPUTE PJ-ANN-TAX = (PJ-TAXABLE - 240000) * 5 / 100
       ELSE IF PJ-TAXABLE NOT > 1200000
       COMPUTE PJ-ANN-TAX = 18000 + (PJ-TAXABLE - 600000) * 10 / 100
       ELSE
       COMPUTE PJ-ANN-TAX = 78000 + (PJ-TAXABLE - 1200000) * 20 / 100.

       PRINT-PROJECTION.
       ADD 1 TO PROJ-COUNT.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE REQ-PERIOD TO RH-PERIOD.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       MOVE NAM TO RN-NAM.
       WRITE REPORT-REC FROM RPT-NAME-LINE.
       MOVE IDNO TO RN-IDNO.
       WRITE REPORT-REC FROM RPT-IDNO-LINE.
       MOVE DEPT-CODE TO RN-DEPT.
       WRITE REPORT-REC FROM RPT-DEPT-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "GROSS PAY TO DATE             : " TO RA-LABEL.
       MOVE PJ-YTD-GROSS TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "CURRENT MONTHLY GROSS         : " TO RA-LABEL.
       MOVE GPAY TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE PJ-MONTHS-LEFT TO RM-MONTHS.
       WRITE REPORT-REC FROM RPT-MONTHS-LINE.
       MOVE "PROJECTED ANNUAL INCOME       : " TO RA-LABEL.
       MOVE PJ-ANNUAL TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "LESS EXEMPT INVESTMENTS       : " TO RA-LABEL.
       MOVE PJ-INVEST TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "LESS OTHER DEDUCTIONS         : " TO RA-LABEL.
       MOVE PJ-DEDUCT TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "PROJECTED TAXABLE INCOME      : " TO RA-LABEL.
       MOVE PJ-TAXABLE TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "PROJECTED ANNUAL TAX          : " TO RA-LABEL.
       MOVE PJ-ANN-TAX TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "TAX DEDUCTED TO DATE          : " TO RA-LABEL.
       MOVE PJ-YTD-TAX TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "BALANCE TAX PAYABLE           : " TO RA-LABEL.
       MOVE PJ-BALANCE TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE "PROJECTED MONTHLY TAX         : " TO RA-LABEL.
       MOVE PJ-TAX TO RA-AMOUNT.
       WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       PRINT-PROJECTION-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "TAXPROJ" TO RC-PROG.
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
       MOVE "TAXPROJ" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE EMP-READ-COUNT TO RC-READ.
       MOVE PROJ-COUNT TO RC-WRITTEN.
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

       END PROGRAM TaxProjection.
