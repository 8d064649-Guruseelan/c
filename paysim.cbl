       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaySimulation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
       SELECT OPTIONAL YTDLOG ASSIGN TO WS-YTDLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS YL-KEY
       FILE STATUS IS FS-YTDLOG.
       SELECT OPTIONAL ATTEND ASSIGN TO WS-ATTEND-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ATTEND.
       SELECT OPTIONAL LOANFILE ASSIGN TO WS-LOAN-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-LOANFILE.
       SELECT OPTIONAL COMPFILE ASSIGN TO WS-COMP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-COMPFILE.
       SELECT OPTIONAL ENROLFILE ASSIGN TO WS-ENROL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ENROLFILE.
       SELECT OPTIONAL DECLFILE ASSIGN TO WS-DECL-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DC-KEY
       FILE STATUS IS FS-DECLFILE.
       SELECT OPTIONAL OTTRAN ASSIGN TO WS-OTTRAN-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OT-KEY
       FILE STATUS IS FS-OTTRAN.
       SELECT OPTIONAL RAISEFILE ASSIGN TO WS-RAISE-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RAISEFILE.
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
       FD ATTEND
       LABEL RECORDS ARE STANDARD.
       01 ATT-REC.
       02 ATT-IDNO PIC X(20).
       02 ATT-PERIOD PIC X(6).
       02 ATT-DAYS PIC 99.
       02 ATT-LOP PIC 99.
       FD LOANFILE
       LABEL RECORDS ARE STANDARD.
       01 LOAN-REC PIC X(80).
       FD COMPFILE
       LABEL RECORDS ARE STANDARD.
       01 COMP-REC PIC X(80).
       FD ENROLFILE
       LABEL RECORDS ARE STANDARD.
       01 ENROL-REC PIC X(40).
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
       FD RAISEFILE
       LABEL RECORDS ARE STANDARD.
       01 RAISE-REC PIC X(40).
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
       77 WS-EMP1-FILE PIC X(40).
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-ATTEND-FILE PIC X(40).
       77 WS-LOAN-FILE PIC X(40).
       77 WS-COMP-FILE PIC X(40).
       77 WS-ENROL-FILE PIC X(40).
       77 WS-DECL-FILE PIC X(40).
       77 WS-OTTRAN-FILE PIC X(40).
       77 WS-RAISE-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       01 SIM-PERIOD.
       02 SIM-YEAR PIC X(4).
       02 SIM-MONTH PIC 99.
       77 DA-ADD-PCT PIC 99V99 VALUE ZERO.
       77 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       77 SIM-COUNT PIC 9(6) VALUE ZERO.
       77 RAISE-APPLIED PIC 9(6) VALUE ZERO.
       77 ATT-MISSING PIC 9(6) VALUE ZERO.
       01 ATT-TABLE.
       02 ATT-ENTRY OCCURS 500 TIMES.
       03 AT-IDNO PIC X(20).
       03 AT-PERIOD PIC X(6).
       03 AT-DAYS PIC 99.
       03 AT-LOP PIC 99.
       77 ATT-COUNT PIC 999 VALUE ZERO.
       77 ATT-IDX PIC 999 VALUE ZERO.
       77 ATT-FOUND PIC 9 VALUE ZERO.
       77 ATT-MONTH-DAYS PIC 999.
       77 CALC-BPAY PIC 9(6)V99.
       01 LOAN-DETAIL.
       02 LN-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 LN-LOAN-NO PIC 99.
       02 FILLER PIC X VALUE SPACE.
       02 LN-TYPE PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 LN-PRINCIPAL PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 LN-EMI PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 LN-START PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 LN-BALANCE PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 LN-STATUS PIC X.
       02 FILLER PIC X(17) VALUE SPACES.
       01 LOAN-TABLE.
       02 LOAN-ENTRY OCCURS 100 TIMES.
       03 LT-IDNO PIC X(20).
       03 LT-LOAN-NO PIC 99.
       03 LT-TYPE PIC X(3).
       03 LT-PRINCIPAL PIC 9(6)V99.
       03 LT-EMI PIC 9(6)V99.
       03 LT-START PIC X(6).
       03 LT-BALANCE PIC 9(6)V99.
       03 LT-STATUS PIC X.
       77 LOAN-COUNT PIC 999 VALUE ZERO.
       77 LOAN-IDX PIC 999 VALUE ZERO.
       77 LOAN-DED PIC 9(6)V99 VALUE ZERO.
       77 LOAN-ONE-DED PIC 9(6)V99.
       01 COMP-DETAIL.
       02 CM-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 CM-TYPE PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 CM-DESC PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 CM-METHOD PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 CM-RATE PIC 9(6)V99.
       02 FILLER PIC X(42) VALUE SPACES.
       01 ENROL-DETAIL.
       02 EN-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 EN-CODE PIC X(4).
       02 FILLER PIC X(15) VALUE SPACES.
       01 COMP-TABLE.
       02 COMP-ENTRY OCCURS 50 TIMES.
       03 CP-CODE PIC X(4).
       03 CP-TYPE PIC X.
       03 CP-DESC PIC X(20).
       03 CP-METHOD PIC X.
       03 CP-RATE PIC 9(6)V99.
       77 COMP-COUNT PIC 99 VALUE ZERO.
       77 COMP-IDX PIC 99 VALUE ZERO.
       77 COMP-FOUND PIC 9 VALUE ZERO.
       01 ENROL-TABLE.
       02 ENROL-ENTRY OCCURS 500 TIMES.
       03 ET-IDNO PIC X(20).
       03 ET-CODE PIC X(4).
       77 ENROL-COUNT PIC 999 VALUE ZERO.
       77 ENROL-IDX PIC 999 VALUE ZERO.
       77 COMP-AMT PIC 9(6)V99.
       77 OTH-EARN PIC 9(6)V99 VALUE ZERO.
       77 OTH-DED PIC 9(6)V99 VALUE ZERO.
       77 OT-MULT PIC 99V99 VALUE 2.
       77 OT-STD-HOURS PIC 9(3) VALUE 208.
       77 SHIFT-RATE PIC 9(4)V99 VALUE 100.
       77 OT-AMT PIC 9(6)V99 VALUE ZERO.
       77 SHIFT-AMT PIC 9(6)V99 VALUE ZERO.
       01 PJ-PERIOD.
       02 PJ-YEAR PIC X(4).
       02 PJ-MONTH PIC 99.
       77 PJ-MONTHS-LEFT PIC 99 VALUE ZERO.
       77 PJ-YTD-GROSS PIC S9(8)V99 VALUE ZERO.
       77 PJ-YTD-TAX PIC S9(8)V99 VALUE ZERO.
       77 PJ-ANNUAL PIC S9(8)V99 VALUE ZERO.
       77 PJ-DECL PIC 9(8)V99 VALUE ZERO.
       77 PJ-TAXABLE PIC S9(8)V99 VALUE ZERO.
       77 PJ-ANN-TAX PIC S9(8)V99 VALUE ZERO.
       77 PJ-BALANCE PIC S9(8)V99 VALUE ZERO.
       01 RAISE-DETAIL.
       02 RS-DEPT PIC X(5).
       02 FILLER PIC X.
       02 RS-FROM PIC 9(6).
       02 FILLER PIC X.
       02 RS-TO PIC 9(6).
       02 FILLER PIC X.
       02 RS-PCT PIC 99V99.
       02 FILLER PIC X(17).
       01 RAISE-TABLE.
       02 RAISE-ENTRY OCCURS 50 TIMES.
       03 RT-DEPT PIC X(5).
       03 RT-FROM PIC 9(6).
       03 RT-TO PIC 9(6).
       03 RT-PCT PIC 99V99.
       77 RAISE-COUNT PIC 99 VALUE ZERO.
       77 RAISE-IDX PIC 99 VALUE ZERO.
       77 USE-PCT PIC 99V99 VALUE ZERO.
       77 CUR-GROSS PIC S9(7)V99.
       77 CUR-DED PIC S9(7)V99.
       77 CUR-NET PIC S9(7)V99.
       77 SIM-GROSS PIC S9(7)V99.
       77 SIM-DED PIC S9(7)V99.
       77 SIM-NET PIC S9(7)V99.
       01 SD-TABLE.
       02 SD-ENTRY OCCURS 100 TIMES.
       03 SD-DEPT PIC X(5).
       03 SD-HEADS PIC 9(5).
       03 SD-CUR-GROSS PIC S9(9)V99.
       03 SD-CUR-DED PIC S9(9)V99.
       03 SD-CUR-NET PIC S9(9)V99.
       03 SD-SIM-GROSS PIC S9(9)V99.
       03 SD-SIM-DED PIC S9(9)V99.
       03 SD-SIM-NET PIC S9(9)V99.
       77 SD-COUNT PIC 999 VALUE ZERO.
       77 SD-IDX PIC 999 VALUE ZERO.
       77 TOT-HEADS PIC 9(5) VALUE ZERO.
       77 TOT-CUR-GROSS PIC S9(9)V99 VALUE ZERO.
       77 TOT-CUR-DED PIC S9(9)V99 VALUE ZERO.
       77 TOT-CUR-NET PIC S9(9)V99 VALUE ZERO.
       77 TOT-SIM-GROSS PIC S9(9)V99 VALUE ZERO.
       77 TOT-SIM-DED PIC S9(9)V99 VALUE ZERO.
       77 TOT-SIM-NET PIC S9(9)V99 VALUE ZERO.
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2 PIC X(80) VALUE
       "        PAYROLL SIMULATION - CURRENT VERSUS SIMULATED".
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-SCENARIO-LINE.
       02 FILLER PIC X(18) VALUE "SIMULATED PERIOD: ".
       02 RS-PERIOD PIC X(6).
       02 FILLER PIC X(16) VALUE "   DA UPLIFT % :".
       02 RS-DA-PCT PIC Z9.99.
       02 FILLER PIC X(16) VALUE "   RAISE LINES :".
       02 RS-RAISES PIC Z9.
       02 FILLER PIC X(17) VALUE SPACES.
       01 RPT-SECTION-LINE.
       02 RPT-SECTION PIC X(40).
       02 FILLER PIC X(40) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(39) VALUE
       "EMPLOYEE NO          DEPT              ".
       02 FILLER PIC X(41) VALUE
       "GROSS    DEDUCTIONS           NET".
       01 RPT-DETAIL.
       02 RD-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RD-TYPE PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 RD-GROSS PIC -(9)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-DED PIC -(9)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-NET PIC -(9)9.99.
       02 FILLER PIC X(8) VALUE SPACES.
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
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-ATTEND PIC XX VALUE "00".
       77 FS-LOANFILE PIC XX VALUE "00".
       77 FS-COMPFILE PIC XX VALUE "00".
       77 FS-ENROLFILE PIC XX VALUE "00".
       77 FS-DECLFILE PIC XX VALUE "00".
       77 FS-OTTRAN PIC XX VALUE "00".
       77 FS-RAISEFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "PAYSIM".
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
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "YTDLOG" TO PARM-KEY
       MOVE "ENTER YTD LOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-YTDLOG-FILE.
       IF WS-YTDLOG-FILE = SPACES
       MOVE "YTDLOG.DAT" TO WS-YTDLOG-FILE.
       MOVE "ATTEND" TO PARM-KEY
       MOVE "ENTER ATTENDANCE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ATTEND-FILE.
       IF WS-ATTEND-FILE = SPACES
       MOVE "ATTEND.DAT" TO WS-ATTEND-FILE.
       MOVE "LOAN" TO PARM-KEY
       MOVE "ENTER LOAN LEDGER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LOAN-FILE.
       IF WS-LOAN-FILE = SPACES
       MOVE "LOANS.DAT" TO WS-LOAN-FILE.
       MOVE "COMP" TO PARM-KEY
       MOVE "ENTER COMPONENT MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-COMP-FILE.
       IF WS-COMP-FILE = SPACES
       MOVE "COMP.DAT" TO WS-COMP-FILE.
       MOVE "ENROL" TO PARM-KEY
       MOVE "ENTER ENROLLMENT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ENROL-FILE.
       IF WS-ENROL-FILE = SPACES
       MOVE "ENROL.DAT" TO WS-ENROL-FILE.
       MOVE "DECL" TO PARM-KEY
       MOVE "ENTER TAX DECLARATION FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DECL-FILE.
       IF WS-DECL-FILE = SPACES
       MOVE "DECL.DAT" TO WS-DECL-FILE.
       MOVE "OTTRAN" TO PARM-KEY
       MOVE "ENTER OVERTIME/SHIFT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-OTTRAN-FILE.
       IF WS-OTTRAN-FILE = SPACES
       MOVE "OTTRAN.DAT" TO WS-OTTRAN-FILE.
       MOVE "RAISE" TO PARM-KEY
       MOVE "ENTER SCENARIO RAISE TABLE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RAISE-FILE.
       IF WS-RAISE-FILE = SPACES
       MOVE "SIMRAISE.DAT" TO WS-RAISE-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER SIMULATION REPORT NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "PAYSIM.LST" TO WS-REPORT-FILE.
       MOVE "SIM-PERIOD" TO PARM-KEY
       MOVE "ENTER PAY PERIOD TO SIMULATE (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO SIM-PERIOD.
       IF SIM-PERIOD IS NOT NUMERIC
       OR SIM-MONTH < 1 OR SIM-MONTH > 12
       DISPLAY "INVALID PAY PERIOD:" SIM-PERIOD
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       MOVE "DA-ADD-PCT" TO PARM-KEY
       MOVE "ENTER DA UPLIFT IN PCT OF BASIC (BLANK FOR NONE):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO DA-ADD-PCT.
       MOVE "OT-MULT" TO PARM-KEY
       MOVE "ENTER OVERTIME RATE MULTIPLE (BLANK FOR 2):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO OT-MULT.
       MOVE "OT-STD-HRS" TO PARM-KEY
       MOVE "ENTER STANDARD HOURS PER MONTH (BLANK FOR 208):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO OT-STD-HOURS.
       IF OT-STD-HOURS = 0
       DISPLAY "INVALID STANDARD HOURS - 208 USED"
       MOVE 208 TO OT-STD-HOURS.
       MOVE "SHIFT-RATE" TO PARM-KEY
       MOVE "ENTER NIGHT SHIFT ALLOWANCE PER SHIFT (BLANK FOR 100):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO SHIFT-RATE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       PERFORM LOAD-ATTENDANCE THRU LOAD-ATTENDANCE-END.
       PERFORM LOAD-LOANS THRU LOAD-LOANS-END.
       PERFORM LOAD-COMPONENTS THRU LOAD-COMPONENTS-END.
       PERFORM LOAD-ENROLMENTS THRU LOAD-ENROLMENTS-END.
       PERFORM LOAD-RAISES THRU LOAD-RAISES-END.
       IF RAISE-COUNT = 0
       DISPLAY "NO SCENARIO RAISE TABLE - BASIC PAY UNCHANGED".
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
       OPEN INPUT DECLFILE.
       MOVE "DECLFILE" TO ERR-FILE.
       MOVE FS-DECLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT OTTRAN.
       MOVE "OTTRAN" TO ERR-FILE.
       MOVE FS-OTTRAN TO ERR-STATUS.
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
       MOVE SIM-PERIOD TO RS-PERIOD.
       MOVE DA-ADD-PCT TO RS-DA-PCT.
       MOVE RAISE-COUNT TO RS-RAISES.
       WRITE REPORT-REC FROM RPT-SCENARIO-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BY EMPLOYEE" TO RPT-SECTION.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       READ-EMP.
       READ EMP1 NEXT RECORD
       AT END GO TO END-EMP.
       ADD 1 TO EMP-READ-COUNT.
       IF EMP-STATUS = "S"
       GO TO READ-EMP.
       PERFORM SIMULATE-EMPLOYEE THRU SIMULATE-EMPLOYEE-END.
       GO TO READ-EMP.
       END-EMP.
       CLOSE EMP1.
       CLOSE YTDLOG.
       CLOSE DECLFILE.
       CLOSE OTTRAN.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BY DEPARTMENT" TO RPT-SECTION.
       WRITE REPORT-REC FROM RPT-SECTION-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       MOVE 0 TO SD-IDX.
       PERFORM PRINT-DEPT THRU PRINT-DEPT-END.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "GRAND TOTAL" TO RD-IDNO.
       MOVE SPACES TO RD-DEPT.
       MOVE "CUR" TO RD-TYPE.
       MOVE TOT-CUR-GROSS TO RD-GROSS.
       MOVE TOT-CUR-DED TO RD-DED.
       MOVE TOT-CUR-NET TO RD-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       MOVE SPACES TO RD-IDNO.
       MOVE "SIM" TO RD-TYPE.
       MOVE TOT-SIM-GROSS TO RD-GROSS.
       MOVE TOT-SIM-DED TO RD-DED.
       MOVE TOT-SIM-NET TO RD-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       MOVE "CHG" TO RD-TYPE.
       COMPUTE RD-GROSS = TOT-SIM-GROSS - TOT-CUR-GROSS.
       COMPUTE RD-DED = TOT-SIM-DED - TOT-CUR-DED.
       COMPUTE RD-NET = TOT-SIM-NET - TOT-CUR-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       CLOSE REPORTFILE.
       DISPLAY "EMPLOYEES SIMULATED:" SIM-COUNT.
       DISPLAY "EMPLOYEES GIVEN A SCENARIO RAISE:" RAISE-APPLIED.
       IF ATT-MISSING > 0
       DISPLAY "NO ATTENDANCE FOR PERIOD - FULL PAY USED:" ATT-MISSING.
       DISPLAY "NO FILES UPDATED - SIMULATION ONLY".
       PERFORM WRITE-RUN-END.
       STOP RUN.

       SIMULATE-EMPLOYEE.
       ADD 1 TO SIM-COUNT.
       MOVE GPAY TO CUR-GROSS.
       MOVE NPAY TO CUR-NET.
       COMPUTE CUR-DED = GPAY - NPAY.
       PERFORM FIND-RAISE THRU FIND-RAISE-END.
       IF USE-PCT > 0
       ADD 1 TO RAISE-APPLIED
       COMPUTE BPAY ROUNDED = BPAY + BPAY * USE-PCT / 100.
       MOVE SIM-PERIOD TO PAY-PERIOD.
       PERFORM P-CALC.
       MOVE GPAY TO SIM-GROSS.
       MOVE NPAY TO SIM-NET.
       COMPUTE SIM-DED = PFI + OTH-DED + LOAN-DED + TAX.
       MOVE IDNO TO RD-IDNO.
       MOVE DEPT-CODE TO RD-DEPT.
       MOVE "CUR" TO RD-TYPE.
       MOVE CUR-GROSS TO RD-GROSS.
       MOVE CUR-DED TO RD-DED.
       MOVE CUR-NET TO RD-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       MOVE SPACES TO RD-IDNO.
       MOVE SPACES TO RD-DEPT.
       MOVE "SIM" TO RD-TYPE.
       MOVE SIM-GROSS TO RD-GROSS.
       MOVE SIM-DED TO RD-DED.
       MOVE SIM-NET TO RD-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       PERFORM FIND-SD-DEPT THRU FIND-SD-DEPT-END.
       ADD 1 TO SD-HEADS(SD-IDX).
       ADD CUR-GROSS TO SD-CUR-GROSS(SD-IDX).
       ADD CUR-DED TO SD-CUR-DED(SD-IDX).
       ADD CUR-NET TO SD-CUR-NET(SD-IDX).
       ADD SIM-GROSS TO SD-SIM-GROSS(SD-IDX).
       ADD SIM-DED TO SD-SIM-DED(SD-IDX).
       ADD SIM-NET TO SD-SIM-NET(SD-IDX).
       ADD 1 TO TOT-HEADS.
       ADD CUR-GROSS TO TOT-CUR-GROSS.
       ADD CUR-DED TO TOT-CUR-DED.
       ADD CUR-NET TO TOT-CUR-NET.
       ADD SIM-GROSS TO TOT-SIM-GROSS.
       ADD SIM-DED TO TOT-SIM-DED.
       ADD SIM-NET TO TOT-SIM-NET.
       SIMULATE-EMPLOYEE-END.
       EXIT.

       FIND-SD-DEPT.
       MOVE 0 TO SD-IDX.
       FIND-SD-DEPT-LOOP.
       ADD 1 TO SD-IDX.
       IF SD-IDX > SD-COUNT
       GO TO FIND-SD-DEPT-NEW.
       IF SD-DEPT(SD-IDX) = DEPT-CODE
       GO TO FIND-SD-DEPT-END.
       GO TO FIND-SD-DEPT-LOOP.
       FIND-SD-DEPT-NEW.
       IF SD-COUNT >= 100
       DISPLAY "DEPARTMENT TABLE FULL - TOTALLED UNDER LAST ENTRY:"
           DEPT-CODE
       MOVE SD-COUNT TO SD-IDX
       GO TO FIND-SD-DEPT-END.
       ADD 1 TO SD-COUNT.
       MOVE SD-COUNT TO SD-IDX.
       MOVE DEPT-CODE TO SD-DEPT(SD-IDX).
       MOVE ZERO TO SD-HEADS(SD-IDX).
       MOVE ZERO TO SD-CUR-GROSS(SD-IDX).
       MOVE ZERO TO SD-CUR-DED(SD-IDX).
       MOVE ZERO TO SD-CUR-NET(SD-IDX).
       MOVE ZERO TO SD-SIM-GROSS(SD-IDX).
       MOVE ZERO TO SD-SIM-DED(SD-IDX).
       MOVE ZERO TO SD-SIM-NET(SD-IDX).
       FIND-SD-DEPT-END.
       EXIT.

       PRINT-DEPT.
       ADD 1 TO SD-IDX.
       IF SD-IDX > SD-COUNT
       GO TO PRINT-DEPT-END.
       MOVE "DEPARTMENT TOTAL" TO RD-IDNO.
       MOVE SD-DEPT(SD-IDX) TO RD-DEPT.
       MOVE "CUR" TO RD-TYPE.
       MOVE SD-CUR-GROSS(SD-IDX) TO RD-GROSS.
       MOVE SD-CUR-DED(SD-IDX) TO RD-DED.
       MOVE SD-CUR-NET(SD-IDX) TO RD-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       MOVE SPACES TO RD-IDNO.
       MOVE SPACES TO RD-DEPT.
       MOVE "SIM" TO RD-TYPE.
       MOVE SD-SIM-GROSS(SD-IDX) TO RD-GROSS.
       MOVE SD-SIM-DED(SD-IDX) TO RD-DED.
       MOVE SD-SIM-NET(SD-IDX) TO RD-NET.
       WRITE REPORT-REC FROM RPT-DETAIL.
       GO TO PRINT-DEPT.
       PRINT-DEPT-END.
       EXIT.

       LOAD-RAISES.
       MOVE ZERO TO RAISE-COUNT.
       OPEN INPUT RAISEFILE.
       MOVE "RAISEFILE" TO ERR-FILE.
       MOVE FS-RAISEFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-RAISES-READ.
       READ RAISEFILE RECORD INTO RAISE-DETAIL
       AT END CLOSE RAISEFILE GO TO LOAD-RAISES-END.
       IF RAISE-DETAIL = SPACES
       GO TO LOAD-RAISES-READ.
       IF RAISE-COUNT >= 50
       DISPLAY "RAISE TABLE FULL - SKIPPING REMAINING LINES"
       CLOSE RAISEFILE
       GO TO LOAD-RAISES-END.
       ADD 1 TO RAISE-COUNT.
       MOVE RS-DEPT TO RT-DEPT(RAISE-COUNT).
       MOVE RS-FROM TO RT-FROM(RAISE-COUNT).
       MOVE RS-TO TO RT-TO(RAISE-COUNT).
       MOVE RS-PCT TO RT-PCT(RAISE-COUNT).
       GO TO LOAD-RAISES-READ.
       LOAD-RAISES-END.
       EXIT.

       FIND-RAISE.
       MOVE ZERO TO USE-PCT.
       MOVE 0 TO RAISE-IDX.
       FIND-RAISE-LOOP.
       ADD 1 TO RAISE-IDX.
       IF RAISE-IDX > RAISE-COUNT
       GO TO FIND-RAISE-END.
       IF RT-DEPT(RAISE-IDX) NOT = SPACES
       AND RT-DEPT(RAISE-IDX) NOT = DEPT-CODE
       GO TO FIND-RAISE-LOOP.
       IF BPAY < RT-FROM(RAISE-IDX)
       GO TO FIND-RAISE-LOOP.
       IF RT-TO(RAISE-IDX) > 0 AND BPAY > RT-TO(RAISE-IDX)
       GO TO FIND-RAISE-LOOP.
       MOVE RT-PCT(RAISE-IDX) TO USE-PCT.
       FIND-RAISE-END.
       EXIT.

       P-CALC.
       MOVE BPAY TO CALC-BPAY.
       PERFORM FIND-ATTENDANCE THRU FIND-ATTENDANCE-END.
       IF ATT-FOUND = 0
       ADD 1 TO ATT-MISSING
       ELSE
       COMPUTE ATT-MONTH-DAYS =
           AT-DAYS(ATT-IDX) + AT-LOP(ATT-IDX)
       IF ATT-MONTH-DAYS NOT = 0
       COMPUTE CALC-BPAY ROUNDED =
           BPAY * AT-DAYS(ATT-IDX) / ATT-MONTH-DAYS.
       MOVE ZERO TO OTH-EARN.
       MOVE ZERO TO OTH-DED.
       IF COMP-COUNT = 0
       COMPUTE DA=25/100*CALC-BPAY
       COMPUTE HRA=15/100*CALC-BPAY
       COMPUTE PFI=2/100*CALC-BPAY
       ELSE
       PERFORM CALC-COMPONENTS THRU CALC-COMPONENTS-END.
       IF DA-ADD-PCT > 0
       COMPUTE DA ROUNDED = DA + CALC-BPAY * DA-ADD-PCT / 100.
       PERFORM CALC-OVERTIME THRU CALC-OVERTIME-END.
       COMPUTE GPAY=CALC-BPAY+DA+HRA+OTH-EARN.
       PERFORM CALC-LOAN-DED THRU CALC-LOAN-DED-END.
       PERFORM PROJECT-TAX THRU PROJECT-TAX-END.
       COMPUTE NPAY = GPAY - PFI - OTH-DED - LOAN-DED - TAX.

       CALC-COMPONENTS.
       MOVE ZERO TO DA.
       MOVE ZERO TO HRA.
       MOVE ZERO TO PFI.
       MOVE 0 TO ENROL-IDX.
       CALC-COMPONENTS-LOOP.
       ADD 1 TO ENROL-IDX.
       IF ENROL-IDX > ENROL-COUNT
       GO TO CALC-COMPONENTS-END.
       IF ET-IDNO(ENROL-IDX) NOT = IDNO
       GO TO CALC-COMPONENTS-LOOP.
       PERFORM FIND-COMPONENT THRU FIND-COMPONENT-END.
       IF COMP-FOUND = 0
       DISPLAY "ENROLLED COMPONENT NOT ON MASTER:"
           ET-CODE(ENROL-IDX)
       GO TO CALC-COMPONENTS-LOOP.
       IF CP-TYPE(COMP-IDX) = "R"
       GO TO CALC-COMPONENTS-LOOP.
       IF CP-METHOD(COMP-IDX) = "P"
       COMPUTE COMP-AMT ROUNDED =
           CP-RATE(COMP-IDX) * CALC-BPAY / 100
       ELSE
       MOVE CP-RATE(COMP-IDX) TO COMP-AMT.
       IF CP-TYPE(COMP-IDX) = "E"
       IF CP-CODE(COMP-IDX) = "DA"
       ADD COMP-AMT TO DA
       ELSE IF CP-CODE(COMP-IDX) = "HRA"
       ADD COMP-AMT TO HRA
       ELSE
       ADD COMP-AMT TO OTH-EARN.
       IF CP-TYPE(COMP-IDX) = "D"
       IF CP-CODE(COMP-IDX) = "PF"
       ADD COMP-AMT TO PFI
       ELSE
       ADD COMP-AMT TO OTH-DED.
       GO TO CALC-COMPONENTS-LOOP.
       CALC-COMPONENTS-END.
       EXIT.

       CALC-OVERTIME.
       MOVE ZERO TO OT-AMT.
       MOVE ZERO TO SHIFT-AMT.
       MOVE IDNO TO OT-IDNO.
       MOVE PAY-PERIOD TO OT-PERIOD.
       READ OTTRAN RECORD KEY IS OT-KEY
       INVALID KEY GO TO CALC-OVERTIME-END.
       IF OT-HOURS > 0
       COMPUTE OT-AMT ROUNDED =
           BPAY * OT-HOURS * OT-MULT / OT-STD-HOURS
       ADD OT-AMT TO OTH-EARN.
       IF OT-SHIFTS > 0
       COMPUTE SHIFT-AMT = SHIFT-RATE * OT-SHIFTS
       ADD SHIFT-AMT TO OTH-EARN.
       CALC-OVERTIME-END.
       EXIT.

       FIND-COMPONENT.
       MOVE 0 TO COMP-FOUND.
       MOVE 0 TO COMP-IDX.
       FIND-COMPONENT-LOOP.
       ADD 1 TO COMP-IDX.
       IF COMP-IDX > COMP-COUNT
       GO TO FIND-COMPONENT-END.
       IF CP-CODE(COMP-IDX) = ET-CODE(ENROL-IDX)
       MOVE 1 TO COMP-FOUND
       GO TO FIND-COMPONENT-END.
       GO TO FIND-COMPONENT-LOOP.
       FIND-COMPONENT-END.
       EXIT.

       LOAD-COMPONENTS.
       MOVE ZERO TO COMP-COUNT.
       OPEN INPUT COMPFILE.
       MOVE "COMPFILE" TO ERR-FILE.
       MOVE FS-COMPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-COMPONENTS-READ.
       READ COMPFILE RECORD INTO COMP-DETAIL
       AT END CLOSE COMPFILE GO TO LOAD-COMPONENTS-END.
       IF COMP-COUNT >= 50
       DISPLAY "COMPONENT TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE COMPFILE
       GO TO LOAD-COMPONENTS-END.
       ADD 1 TO COMP-COUNT.
       MOVE CM-CODE TO CP-CODE(COMP-COUNT).
       MOVE CM-TYPE TO CP-TYPE(COMP-COUNT).
       MOVE CM-DESC TO CP-DESC(COMP-COUNT).
       MOVE CM-METHOD TO CP-METHOD(COMP-COUNT).
       MOVE CM-RATE TO CP-RATE(COMP-COUNT).
       GO TO LOAD-COMPONENTS-READ.
       LOAD-COMPONENTS-END.
       IF COMP-COUNT = 0
       DISPLAY "NO COMPONENT MASTER - FIXED DA/HRA/PF RATES IN USE".
       EXIT.

       LOAD-ENROLMENTS.
       MOVE ZERO TO ENROL-COUNT.
       OPEN INPUT ENROLFILE.
       MOVE "ENROLFILE" TO ERR-FILE.
       MOVE FS-ENROLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-ENROLMENTS-READ.
       READ ENROLFILE RECORD INTO ENROL-DETAIL
       AT END CLOSE ENROLFILE GO TO LOAD-ENROLMENTS-END.
       IF ENROL-COUNT >= 500
       DISPLAY "ENROLLMENT TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE ENROLFILE
       GO TO LOAD-ENROLMENTS-END.
       ADD 1 TO ENROL-COUNT.
       MOVE EN-IDNO TO ET-IDNO(ENROL-COUNT).
       MOVE EN-CODE TO ET-CODE(ENROL-COUNT).
       GO TO LOAD-ENROLMENTS-READ.
       LOAD-ENROLMENTS-END.
       EXIT.

       LOAD-ATTENDANCE.
       MOVE ZERO TO ATT-COUNT.
       OPEN INPUT ATTEND.
       MOVE "ATTEND" TO ERR-FILE.
       MOVE FS-ATTEND TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-ATTENDANCE-READ.
       READ ATTEND AT END
       CLOSE ATTEND GO TO LOAD-ATTENDANCE-END.
       IF ATT-COUNT >= 500
       DISPLAY "ATTENDANCE TABLE FULL - SKIPPING REMAINING RECORDS"
       CLOSE ATTEND
       GO TO LOAD-ATTENDANCE-END.
       ADD 1 TO ATT-COUNT.
       MOVE ATT-IDNO TO AT-IDNO(ATT-COUNT).
       MOVE ATT-PERIOD TO AT-PERIOD(ATT-COUNT).
       MOVE ATT-DAYS TO AT-DAYS(ATT-COUNT).
       MOVE ATT-LOP TO AT-LOP(ATT-COUNT).
       GO TO LOAD-ATTENDANCE-READ.
       LOAD-ATTENDANCE-END.
       EXIT.

       FIND-ATTENDANCE.
       MOVE 0 TO ATT-FOUND.
       MOVE 0 TO ATT-IDX.
       FIND-ATTENDANCE-LOOP.
       ADD 1 TO ATT-IDX.
       IF ATT-IDX > ATT-COUNT
       GO TO FIND-ATTENDANCE-END.
       IF AT-IDNO(ATT-IDX) = IDNO
       AND AT-PERIOD(ATT-IDX) = SIM-PERIOD
       MOVE 1 TO ATT-FOUND
       GO TO FIND-ATTENDANCE-END.
       GO TO FIND-ATTENDANCE-LOOP.
       FIND-ATTENDANCE-END.
       EXIT.

       LOAD-LOANS.
       MOVE ZERO TO LOAN-COUNT.
       OPEN INPUT LOANFILE.
       MOVE "LOANFILE" TO ERR-FILE.
       MOVE FS-LOANFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-LOANS-READ.
       READ LOANFILE RECORD INTO LOAN-DETAIL
       AT END CLOSE LOANFILE GO TO LOAD-LOANS-END.
       IF LOAN-COUNT >= 100
       DISPLAY "LOAN TABLE FULL - SKIPPING REMAINING LOANS"
       CLOSE LOANFILE
       GO TO LOAD-LOANS-END.
       ADD 1 TO LOAN-COUNT.
       MOVE LN-IDNO TO LT-IDNO(LOAN-COUNT).
       MOVE LN-LOAN-NO TO LT-LOAN-NO(LOAN-COUNT).
       MOVE LN-TYPE TO LT-TYPE(LOAN-COUNT).
       MOVE LN-PRINCIPAL TO LT-PRINCIPAL(LOAN-COUNT).
       MOVE LN-EMI TO LT-EMI(LOAN-COUNT).
       MOVE LN-START TO LT-START(LOAN-COUNT).
       MOVE LN-BALANCE TO LT-BALANCE(LOAN-COUNT).
       MOVE LN-STATUS TO LT-STATUS(LOAN-COUNT).
       GO TO LOAD-LOANS-READ.
       LOAD-LOANS-END.
       EXIT.

       CALC-LOAN-DED.
       MOVE ZERO TO LOAN-DED.
       MOVE 0 TO LOAN-IDX.
       CALC-LOAN-DED-LOOP.
       ADD 1 TO LOAN-IDX.
       IF LOAN-IDX > LOAN-COUNT
       GO TO CALC-LOAN-DED-END.
       IF LT-IDNO(LOAN-IDX) NOT = IDNO
       GO TO CALC-LOAN-DED-LOOP.
       IF LT-STATUS(LOAN-IDX) NOT = "O"
       GO TO CALC-LOAN-DED-LOOP.
       IF LT-START(LOAN-IDX) > PAY-PERIOD
       GO TO CALC-LOAN-DED-LOOP.
       IF LT-BALANCE(LOAN-IDX) = ZERO
       GO TO CALC-LOAN-DED-LOOP.
       IF LT-EMI(LOAN-IDX) > LT-BALANCE(LOAN-IDX)
       MOVE LT-BALANCE(LOAN-IDX) TO LOAN-ONE-DED
       ELSE
       MOVE LT-EMI(LOAN-IDX) TO LOAN-ONE-DED.
       ADD LOAN-ONE-DED TO LOAN-DED.
       GO TO CALC-LOAN-DED-LOOP.
       CALC-LOAN-DED-END.
       EXIT.

       P-TAX.
       IF GPAY NOT > 20000
       MOVE ZERO TO TAX
       ELSE IF GPAY NOT > 50000
       COMPUTE TAX = (GPAY - 20000) * 5 / 100
       ELSE IF GPAY NOT > 100000
       COMPUTE TAX = 1500 + (GPAY - 50000) * 10 / 100
       ELSE
       COMPUTE TAX = 6500 + (GPAY - 100000) * 20 / 100.

       PROJECT-TAX.
       MOVE PAY-PERIOD TO PJ-PERIOD.
       IF PJ-PERIOD IS NOT NUMERIC
       OR PJ-MONTH < 1 OR PJ-MONTH > 12
       PERFORM P-TAX
       GO TO PROJECT-TAX-END.
       MOVE ZERO TO PJ-YTD-GROSS.
       MOVE ZERO TO PJ-YTD-TAX.
       MOVE IDNO TO YL-IDNO.
       MOVE PJ-YEAR TO YL-PERIOD.
       MOVE "00" TO YL-PERIOD(5:2).
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO PROJECT-TAX-DECL.
       PROJECT-TAX-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO PROJECT-TAX-DECL.
       IF YL-IDNO NOT = IDNO OR YL-PERIOD NOT < PAY-PERIOD
       GO TO PROJECT-TAX-DECL.
       ADD YL-GPAY TO PJ-YTD-GROSS.
       ADD YL-TAX TO PJ-YTD-TAX.
       GO TO PROJECT-TAX-READ.
       PROJECT-TAX-DECL.
       COMPUTE PJ-MONTHS-LEFT = 13 - PJ-MONTH.
       COMPUTE PJ-ANNUAL = PJ-YTD-GROSS + GPAY * PJ-MONTHS-LEFT.
       MOVE ZERO TO PJ-DECL.
       MOVE IDNO TO DC-IDNO.
       MOVE PJ-YEAR TO DC-YEAR.
       READ DECLFILE RECORD KEY IS DC-KEY
       INVALID KEY GO TO PROJECT-TAX-SLAB.
       COMPUTE PJ-DECL = DC-INVEST + DC-DEDUCT.
       PROJECT-TAX-SLAB.
       COMPUTE PJ-TAXABLE = PJ-ANNUAL - PJ-DECL.
       IF PJ-TAXABLE < 0
       MOVE ZERO TO PJ-TAXABLE.
       PERFORM ANNUAL-TAX.
       COMPUTE PJ-BALANCE = PJ-ANN-TAX - PJ-YTD-TAX.
       IF PJ-BALANCE NOT > 0
       MOVE ZERO TO TAX
       GO TO PROJECT-TAX-END.
       COMPUTE TAX ROUNDED = PJ-BALANCE / PJ-MONTHS-LEFT.
       PROJECT-TAX-END.
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

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "PAYSIM" TO RC-PROG.
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
       MOVE "PAYSIM" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE EMP-READ-COUNT TO RC-READ.
       MOVE SIM-COUNT TO RC-WRITTEN.
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

       END PROGRAM PaySimulation.
