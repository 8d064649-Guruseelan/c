       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT OPTIONAL ERCLOG ASSIGN TO WS-ERCLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EC-KEY
       FILE STATUS IS FS-ERCLOG.
       SELECT OPTIONAL PAYDET ASSIGN TO WS-PAYDET-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PAYDET.
       SELECT OPTIONAL PERFILE ASSIGN TO WS-PER-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PERFILE.
       SELECT OPTIONAL GLCTL ASSIGN TO WS-GLCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-GLCTL.
       SELECT OPTIONAL GLJRNL ASSIGN TO WS-GLJRNL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-GLJRNL.
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
       FD PAYDET
       LABEL RECORDS ARE STANDARD.
       01 PAYDET-REC PIC X(80).
       FD PERFILE
       LABEL RECORDS ARE STANDARD.
       01 PER-REC PIC X(80).
       FD GLCTL
       LABEL RECORDS ARE STANDARD.
       01 GLCTL-REC PIC X(80).
       FD GLJRNL
       LABEL RECORDS ARE STANDARD.
       01 GLJRNL-REC PIC X(80).
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
       77 WS-EMP1-FILE PIC X(40).
       77 WS-ERCLOG-FILE PIC X(40).
       77 WS-PAYDET-FILE PIC X(40).
       77 WS-PER-FILE PIC X(40).
       77 WS-GLCTL-FILE PIC X(40).
       77 WS-GLJRNL-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 REQ-PERIOD PIC X(6).
       77 PERIOD-CLOSED PIC 9 VALUE ZERO.
       77 ALREADY-POSTED PIC 9 VALUE ZERO.
       77 LOG-READ-COUNT PIC 9(6) VALUE ZERO.
       77 ADJ-COUNT PIC 9(6) VALUE ZERO.
       77 NOT-ON-MASTER PIC 9(6) VALUE ZERO.
       77 ER-MISSING-COUNT PIC 9(6) VALUE ZERO.
       77 JRNL-WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LAST-IDNO PIC X(20) VALUE SPACES.
       77 LAST-DEPT PIC X(5) VALUE SPACES.
       77 LAST-MODE PIC X VALUE SPACE.
       77 SAVE-DEPT PIC X(5) VALUE SPACES.
       77 GL-SALARY PIC X(10).
       77 GL-PF PIC X(10).
       77 GL-ERCOST PIC X(10).
       77 GL-EROTHER PIC X(10).
       77 GL-TAX PIC X(10).
       77 GL-LOAN PIC X(10).
       77 GL-OTHDED PIC X(10).
       77 GL-REIMB PIC X(10).
       77 GL-NETBANK PIC X(10).
       77 GL-NETCASH PIC X(10).
       77 SUM-GPAY PIC S9(9)V99 VALUE ZERO.
       77 SUM-PFI PIC S9(9)V99 VALUE ZERO.
       77 SUM-ER-PF PIC S9(9)V99 VALUE ZERO.
       77 SUM-ER-OTHER PIC S9(9)V99 VALUE ZERO.
       77 SUM-TAX PIC S9(9)V99 VALUE ZERO.
       77 SUM-NET-BANK PIC S9(9)V99 VALUE ZERO.
       77 SUM-NET-CASH PIC S9(9)V99 VALUE ZERO.
       77 SUM-LOAN PIC S9(9)V99 VALUE ZERO.
       77 SUM-OTHDED PIC S9(9)V99 VALUE ZERO.
       77 SUM-REIMB PIC S9(9)V99 VALUE ZERO.
       77 SUM-ADJDED PIC S9(9)V99 VALUE ZERO.
       77 ROW-RESID PIC S9(7)V99 VALUE ZERO.
       77 SUM-DIFF PIC S9(9)V99 VALUE ZERO.
       77 TOT-DEBIT PIC 9(9)V99 VALUE ZERO.
       77 TOT-CREDIT PIC 9(9)V99 VALUE ZERO.
       77 LOG-AMT PIC S9(6)V99.
       77 LINE-ACCT PIC X(10).
       77 LINE-DEPT PIC X(5).
       77 LINE-SIDE PIC X.
       77 LINE-DESC PIC X(30).
       77 LINE-AMT PIC S9(9)V99.
       77 TOT-DISP PIC Z(8)9.99.
       01 PER-DETAIL.
       02 PER-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 PER-STATUS PIC X.
       02 FILLER PIC X(72).
       01 GLCTL-DETAIL.
       02 GC-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 GC-STATUS PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 GC-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 GC-TIME PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 GC-LINES PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 GC-DEBIT PIC 9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 GC-CREDIT PIC 9(9)V99.
       02 FILLER PIC X(23) VALUE SPACES.
       01 GLJRNL-DETAIL.
       02 GJ-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 GJ-ACCOUNT PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 GJ-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 GJ-DRCR PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 GJ-AMOUNT PIC 9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 GJ-DESC PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 GJ-DATE PIC 9(8).
       02 FILLER PIC X(3) VALUE SPACES.
       01 PAYDET-DETAIL.
       02 PDT-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PDT-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PDT-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 PDT-TYPE PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PDT-DESC PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PDT-AMOUNT PIC 9(6)V99.
       02 FILLER PIC X(16) VALUE SPACES.
       01 LOANDET-TABLE.
       02 LOANDET-ENTRY OCCURS 1000 TIMES.
       03 LD-IDNO PIC X(20).
       03 LD-AMOUNT PIC 9(6)V99.
       03 LD-KIND PIC X.
       77 LOANDET-COUNT PIC 9(4) VALUE ZERO.
       77 LOANDET-IDX PIC 9(4) VALUE ZERO.
       77 PREV-PD-IDNO PIC X(20).
       77 PREV-PD-PERIOD PIC X(6).
       01 PDEMP-TABLE.
       02 PE-IDNO PIC X(20) OCCURS 1000 TIMES.
       77 PDEMP-COUNT PIC 9(4) VALUE ZERO.
       77 PDEMP-IDX PIC 9(4) VALUE ZERO.
       77 PDEMP-FOUND PIC 9 VALUE ZERO.
       01 GLDEPT-TABLE.
       02 GLDEPT-ENTRY OCCURS 100 TIMES.
       03 GD-CODE PIC X(5).
       03 GD-GPAY PIC S9(9)V99.
       03 GD-ERCOST PIC S9(9)V99.
       77 GLDEPT-COUNT PIC 999 VALUE ZERO.
       77 GLDEPT-IDX PIC 999 VALUE ZERO.
       77 GLDEPT-FOUND PIC 9 VALUE ZERO.
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2 PIC X(80) VALUE
       "           PAYROLL GENERAL LEDGER JOURNAL - CONTROL REPORT".
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-PERIOD-LINE.
       02 FILLER PIC X(18) VALUE "PAY PERIOD      : ".
       02 RPT-PERIOD PIC X(6).
       02 FILLER PIC X(56) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(80) VALUE
       "ACCOUNT    DEPT  DR/CR        AMOUNT  DESCRIPTION".
       01 RPT-DETAIL.
       02 RD-ACCOUNT PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X(3) VALUE SPACES.
       02 RD-DRCR PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 RD-AMOUNT PIC Z(8)9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-DESC PIC X(30).
       02 FILLER PIC X(14) VALUE SPACES.
       01 RPT-TOTAL-LINE.
       02 RT-LABEL PIC X(30).
       02 RT-AMOUNT PIC -Z(8)9.99.
       02 FILLER PIC X(37) VALUE SPACES.
       01 RPT-COUNT-LINE.
       02 RN-LABEL PIC X(30).
       02 RN-COUNT PIC Z(5)9.
       02 FILLER PIC X(44) VALUE SPACES.
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
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-ERCLOG PIC XX VALUE "00".
       77 FS-PAYDET PIC XX VALUE "00".
       77 FS-PERFILE PIC XX VALUE "00".
       77 FS-GLCTL PIC XX VALUE "00".
       77 FS-GLJRNL PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "GLPOST".
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
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "PAYDET" TO PARM-KEY
       MOVE "ENTER PAY DETAIL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-PAYDET-FILE.
       IF WS-PAYDET-FILE = SPACES
       MOVE "PAYDET.DAT" TO WS-PAYDET-FILE.
       MOVE "ERCLOG" TO PARM-KEY
       MOVE "ENTER EMPLOYER CONTRIBUTION LOG NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ERCLOG-FILE.
       IF WS-ERCLOG-FILE = SPACES
       MOVE "ERCLOG.DAT" TO WS-ERCLOG-FILE.
       MOVE "PER" TO PARM-KEY
       MOVE "ENTER PERIOD CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-PER-FILE.
       IF WS-PER-FILE = SPACES
       MOVE "PERIODS.DAT" TO WS-PER-FILE.
       MOVE "GLCTL" TO PARM-KEY
       MOVE "ENTER GL POSTING CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-GLCTL-FILE.
       IF WS-GLCTL-FILE = SPACES
       MOVE "GLCTL.DAT" TO WS-GLCTL-FILE.
       MOVE "GLJRNL" TO PARM-KEY
       MOVE "ENTER GL JOURNAL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-GLJRNL-FILE.
       IF WS-GLJRNL-FILE = SPACES
       MOVE "GLJRNL.DAT" TO WS-GLJRNL-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER GL CONTROL REPORT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "GLCTRL.LST" TO WS-REPORT-FILE.
       MOVE "REQ-PERIOD" TO PARM-KEY
       MOVE "ENTER CLOSED PAY PERIOD TO POST (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-PERIOD.
       MOVE "GL-SALARY" TO PARM-KEY
       MOVE "ENTER SALARY EXPENSE ACCOUNT (BLANK FOR 5100):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-SALARY.
       IF GL-SALARY = SPACES
       MOVE "5100" TO GL-SALARY.
       MOVE "GL-PF" TO PARM-KEY
       MOVE "ENTER PF PAYABLE ACCOUNT (BLANK FOR 2210):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-PF.
       IF GL-PF = SPACES
       MOVE "2210" TO GL-PF.
       MOVE "GL-ERCOST" TO PARM-KEY
       MOVE "ENTER EMPLOYER COST EXPENSE ACCOUNT (BLANK FOR 5110):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-ERCOST.
       IF GL-ERCOST = SPACES
       MOVE "5110" TO GL-ERCOST.
       MOVE "GL-EROTHER" TO PARM-KEY
       MOVE "ENTER EMPLOYER OTHER PAYABLE ACCOUNT (BLANK FOR 2230):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-EROTHER.
       IF GL-EROTHER = SPACES
       MOVE "2230" TO GL-EROTHER.
       MOVE "GL-TAX" TO PARM-KEY
       MOVE "ENTER TAX PAYABLE ACCOUNT (BLANK FOR 2220):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-TAX.
       IF GL-TAX = SPACES
       MOVE "2220" TO GL-TAX.
       MOVE "GL-LOAN" TO PARM-KEY
       MOVE "ENTER LOAN RECOVERY ACCOUNT (BLANK FOR 1350):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-LOAN.
       IF GL-LOAN = SPACES
       MOVE "1350" TO GL-LOAN.
       MOVE "GL-OTHDED" TO PARM-KEY
       MOVE "ENTER OTHER DEDUCTIONS ACCOUNT (BLANK FOR 2290):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-OTHDED.
       IF GL-OTHDED = SPACES
       MOVE "2290" TO GL-OTHDED.
       MOVE "GL-REIMB" TO PARM-KEY
       MOVE "ENTER STAFF REIMBURSEMENT ACCOUNT (BLANK FOR 5150):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-REIMB.
       IF GL-REIMB = SPACES
       MOVE "5150" TO GL-REIMB.
       MOVE "GL-NETBANK" TO PARM-KEY
       MOVE "ENTER NET PAY (BANK) ACCOUNT (BLANK FOR 2310):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-NETBANK.
       IF GL-NETBANK = SPACES
       MOVE "2310" TO GL-NETBANK.
       MOVE "GL-NETCASH" TO PARM-KEY
       MOVE "ENTER NET PAY (CASH) ACCOUNT (BLANK FOR 2320):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO GL-NETCASH.
       IF GL-NETCASH = SPACES
       MOVE "2320" TO GL-NETCASH.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       PERFORM CHECK-PERIOD-CLOSED THRU CHECK-PERIOD-CLOSED-END.
       IF PERIOD-CLOSED = 0
       DISPLAY "PERIOD " REQ-PERIOD " IS NOT CLOSED - NOT POSTED"
       GO TO REFUSE-POSTING.
       PERFORM CHECK-ALREADY-POSTED THRU CHECK-ALREADY-POSTED-END.
       IF ALREADY-POSTED = 1
       DISPLAY "PERIOD " REQ-PERIOD " ALREADY POSTED TO GL - NO ACTION"
       GO TO REFUSE-POSTING.
       PERFORM LOAD-LOAN-DETAIL THRU LOAD-LOAN-DETAIL-END.
       PERFORM SUM-PERIOD THRU SUM-PERIOD-END.
       IF LOG-READ-COUNT = 0
       DISPLAY "NO YTDLOG ACTIVITY FOR " REQ-PERIOD " - NOT POSTED"
       GO TO REFUSE-POSTING.
       PERFORM SUM-LOAN-DETAIL THRU SUM-LOAN-DETAIL-END.
       COMPUTE SUM-DIFF = SUM-GPAY + SUM-REIMB - SUM-PFI - SUM-TAX
           - SUM-NET-BANK - SUM-NET-CASH - SUM-LOAN - SUM-OTHDED
           - SUM-ADJDED.
       IF SUM-DIFF NOT = ZERO
       PERFORM WRITE-OOB-REPORT THRU WRITE-OOB-REPORT-END
       GO TO REFUSE-POSTING.
       OPEN EXTEND GLJRNL.
       MOVE "GLJRNL" TO ERR-FILE.
       MOVE FS-GLJRNL TO ERR-STATUS.
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
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       PERFORM POST-DEPT-EXPENSE THRU POST-DEPT-EXPENSE-END.
       MOVE GL-REIMB TO LINE-ACCT.
       MOVE SPACES TO LINE-DEPT.
       MOVE "D" TO LINE-SIDE.
       MOVE "STAFF REIMBURSEMENTS" TO LINE-DESC.
       MOVE SUM-REIMB TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-PF TO LINE-ACCT.
       MOVE SPACES TO LINE-DEPT.
       MOVE "C" TO LINE-SIDE.
       MOVE "PROVIDENT FUND PAYABLE" TO LINE-DESC.
       COMPUTE LINE-AMT = SUM-PFI + SUM-ER-PF.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-EROTHER TO LINE-ACCT.
       MOVE "EMPLOYER CONTRIBUTIONS PAYABLE" TO LINE-DESC.
       MOVE SUM-ER-OTHER TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-TAX TO LINE-ACCT.
       MOVE "INCOME TAX PAYABLE" TO LINE-DESC.
       MOVE SUM-TAX TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-LOAN TO LINE-ACCT.
       MOVE "EMPLOYEE LOAN RECOVERY" TO LINE-DESC.
       MOVE SUM-LOAN TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-OTHDED TO LINE-ACCT.
       MOVE "OTHER DEDUCTIONS PAYABLE" TO LINE-DESC.
       MOVE SUM-OTHDED TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE "DEDUCTIONS ON ADJUSTMENT ROWS" TO LINE-DESC.
       MOVE SUM-ADJDED TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-NETBANK TO LINE-ACCT.
       MOVE "NET PAY PAYABLE - BANK" TO LINE-DESC.
       MOVE SUM-NET-BANK TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-NETCASH TO LINE-ACCT.
       MOVE "NET PAY PAYABLE - CASH" TO LINE-DESC.
       MOVE SUM-NET-CASH TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       CLOSE GLJRNL.
       PERFORM WRITE-CONTROL-TOTALS.
       CLOSE REPORTFILE.
       IF TOT-DEBIT NOT = TOT-CREDIT
       DISPLAY "GL JOURNAL OUT OF BALANCE - PERIOD NOT MARKED POSTED"
       MOVE 1 TO RUN-FAILED
       MOVE 8 TO RETURN-CODE
       PERFORM WRITE-RUN-END
       GOBACK.
       OPEN EXTEND GLCTL.
       MOVE "GLCTL" TO ERR-FILE.
       MOVE FS-GLCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO GLCTL-DETAIL.
       MOVE REQ-PERIOD TO GC-PERIOD.
       MOVE "P" TO GC-STATUS.
       ACCEPT GC-DATE FROM DATE YYYYMMDD.
       ACCEPT GC-TIME FROM TIME.
       MOVE JRNL-WRITE-COUNT TO GC-LINES.
       MOVE TOT-DEBIT TO GC-DEBIT.
       MOVE TOT-CREDIT TO GC-CREDIT.
       WRITE GLCTL-REC FROM GLCTL-DETAIL.
       CLOSE GLCTL.
       DISPLAY "PERIOD " REQ-PERIOD " POSTED TO GL".
       DISPLAY "JOURNAL LINES WRITTEN:" JRNL-WRITE-COUNT.
       MOVE TOT-DEBIT TO TOT-DISP.
       DISPLAY "TOTAL DEBITS:" TOT-DISP.
       MOVE TOT-CREDIT TO TOT-DISP.
       DISPLAY "TOTAL CREDITS:" TOT-DISP.
       PERFORM WRITE-RUN-END.
       GOBACK.

       REFUSE-POSTING.
       MOVE 1 TO RUN-FAILED.
       MOVE 8 TO RETURN-CODE.
       PERFORM WRITE-RUN-END.
       GOBACK.

       CHECK-PERIOD-CLOSED.
       MOVE 0 TO PERIOD-CLOSED.
       OPEN INPUT PERFILE.
       MOVE "PERFILE" TO ERR-FILE.
       MOVE FS-PERFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-PERIOD-CLOSED-READ.
       READ PERFILE RECORD INTO PER-DETAIL
       AT END CLOSE PERFILE GO TO CHECK-PERIOD-CLOSED-END.
       IF PER-PERIOD = REQ-PERIOD AND PER-STATUS = "C"
       MOVE 1 TO PERIOD-CLOSED
       CLOSE PERFILE
       GO TO CHECK-PERIOD-CLOSED-END.
       GO TO CHECK-PERIOD-CLOSED-READ.
       CHECK-PERIOD-CLOSED-END.
       EXIT.

       CHECK-ALREADY-POSTED.
       MOVE 0 TO ALREADY-POSTED.
       OPEN INPUT GLCTL.
       MOVE "GLCTL" TO ERR-FILE.
       MOVE FS-GLCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-ALREADY-POSTED-READ.
       READ GLCTL RECORD INTO GLCTL-DETAIL
       AT END CLOSE GLCTL GO TO CHECK-ALREADY-POSTED-END.
       IF GC-PERIOD = REQ-PERIOD AND GC-STATUS = "P"
       MOVE 1 TO ALREADY-POSTED
       CLOSE GLCTL
       GO TO CHECK-ALREADY-POSTED-END.
       GO TO CHECK-ALREADY-POSTED-READ.
       CHECK-ALREADY-POSTED-END.
       EXIT.

       LOAD-LOAN-DETAIL.
       MOVE ZERO TO LOANDET-COUNT.
       MOVE SPACES TO PREV-PD-IDNO.
       MOVE SPACES TO PREV-PD-PERIOD.
       OPEN INPUT PAYDET.
       MOVE "PAYDET" TO ERR-FILE.
       MOVE FS-PAYDET TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-LOAN-DETAIL-READ.
       READ PAYDET RECORD INTO PAYDET-DETAIL
       AT END CLOSE PAYDET GO TO LOAD-LOAN-DETAIL-END.
       IF PDT-IDNO NOT = PREV-PD-IDNO
       OR PDT-PERIOD NOT = PREV-PD-PERIOD
       PERFORM CLEAR-LOAN-SET THRU CLEAR-LOAN-SET-END.
       MOVE PDT-IDNO TO PREV-PD-IDNO.
       MOVE PDT-PERIOD TO PREV-PD-PERIOD.
       IF PDT-PERIOD NOT = REQ-PERIOD
       GO TO LOAD-LOAN-DETAIL-READ.
       PERFORM ADD-PDEMP THRU ADD-PDEMP-END.
       IF PDT-TYPE NOT = "D" AND PDT-TYPE NOT = "N"
       GO TO LOAD-LOAN-DETAIL-READ.
       IF PDT-CODE = "PF"
       GO TO LOAD-LOAN-DETAIL-READ.
       IF LOANDET-COUNT >= 1000
       DISPLAY "LOAN DETAIL TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE PAYDET
       GO TO LOAD-LOAN-DETAIL-END.
       ADD 1 TO LOANDET-COUNT.
       MOVE PDT-IDNO TO LD-IDNO(LOANDET-COUNT).
       MOVE PDT-AMOUNT TO LD-AMOUNT(LOANDET-COUNT).
       IF PDT-CODE = "LOAN"
       MOVE "L" TO LD-KIND(LOANDET-COUNT)
       ELSE
       MOVE PDT-TYPE TO LD-KIND(LOANDET-COUNT).
       GO TO LOAD-LOAN-DETAIL-READ.
       LOAD-LOAN-DETAIL-END.
       EXIT.

       ADD-PDEMP.
       IF PDEMP-COUNT > 0
       IF PE-IDNO(PDEMP-COUNT) = PDT-IDNO
       GO TO ADD-PDEMP-END.
       IF PDEMP-COUNT >= 1000
       DISPLAY "PAY DETAIL EMPLOYEE TABLE FULL:" PDT-IDNO
       GO TO ADD-PDEMP-END.
       ADD 1 TO PDEMP-COUNT.
       MOVE PDT-IDNO TO PE-IDNO(PDEMP-COUNT).
       ADD-PDEMP-END.
       EXIT.

       FIND-PDEMP.
       MOVE 0 TO PDEMP-FOUND.
       MOVE 0 TO PDEMP-IDX.
       FIND-PDEMP-LOOP.
       ADD 1 TO PDEMP-IDX.
       IF PDEMP-IDX > PDEMP-COUNT
       GO TO FIND-PDEMP-END.
       IF PE-IDNO(PDEMP-IDX) = YL-IDNO
       MOVE 1 TO PDEMP-FOUND
       GO TO FIND-PDEMP-END.
       GO TO FIND-PDEMP-LOOP.
       FIND-PDEMP-END.
       EXIT.

       CLEAR-LOAN-SET.
       IF PDT-PERIOD NOT = REQ-PERIOD
       GO TO CLEAR-LOAN-SET-END.
       MOVE 0 TO LOANDET-IDX.
       CLEAR-LOAN-SET-LOOP.
       ADD 1 TO LOANDET-IDX.
       IF LOANDET-IDX > LOANDET-COUNT
       GO TO CLEAR-LOAN-SET-END.
       IF LD-IDNO(LOANDET-IDX) = PDT-IDNO
       MOVE SPACES TO LD-IDNO(LOANDET-IDX).
       GO TO CLEAR-LOAN-SET-LOOP.
       CLEAR-LOAN-SET-END.
       EXIT.

       SUM-LOAN-DETAIL.
       MOVE ZERO TO SUM-LOAN.
       MOVE ZERO TO SUM-REIMB.
       MOVE ZERO TO SUM-OTHDED.
       MOVE 0 TO LOANDET-IDX.
       SUM-LOAN-DETAIL-LOOP.
       ADD 1 TO LOANDET-IDX.
       IF LOANDET-IDX > LOANDET-COUNT
       GO TO SUM-LOAN-DETAIL-END.
       IF LD-IDNO(LOANDET-IDX) = SPACES
       GO TO SUM-LOAN-DETAIL-LOOP.
       IF LD-KIND(LOANDET-IDX) = "N"
       ADD LD-AMOUNT(LOANDET-IDX) TO SUM-REIMB
       ELSE IF LD-KIND(LOANDET-IDX) = "L"
       ADD LD-AMOUNT(LOANDET-IDX) TO SUM-LOAN
       ELSE
       ADD LD-AMOUNT(LOANDET-IDX) TO SUM-OTHDED.
       GO TO SUM-LOAN-DETAIL-LOOP.
       SUM-LOAN-DETAIL-END.
       EXIT.

       SUM-PERIOD.
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
       OPEN INPUT ERCLOG.
       MOVE "ERCLOG" TO ERR-FILE.
       MOVE FS-ERCLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       SUM-PERIOD-READ.
       READ YTDLOG NEXT RECORD
       AT END CLOSE YTDLOG CLOSE ERCLOG CLOSE EMP1
       GO TO SUM-PERIOD-END.
       IF YL-PERIOD NOT = REQ-PERIOD
       GO TO SUM-PERIOD-READ.
       ADD 1 TO LOG-READ-COUNT.
       IF YL-REV NOT = SPACE
       ADD 1 TO ADJ-COUNT.
       IF YL-IDNO NOT = LAST-IDNO
       PERFORM GET-EMP-DEPT THRU GET-EMP-DEPT-END.
       PERFORM FIND-GL-DEPT THRU FIND-GL-DEPT-END.
       MOVE YL-GPAY TO LOG-AMT.
       ADD LOG-AMT TO GD-GPAY(GLDEPT-IDX).
       ADD LOG-AMT TO SUM-GPAY.
       MOVE YL-PFI TO LOG-AMT.
       ADD LOG-AMT TO SUM-PFI.
       MOVE YL-TAX TO LOG-AMT.
       ADD LOG-AMT TO SUM-TAX.
       MOVE YL-NPAY TO LOG-AMT.
       IF LAST-MODE = "C"
       ADD LOG-AMT TO SUM-NET-CASH
       ELSE
       ADD LOG-AMT TO SUM-NET-BANK.
       COMPUTE ROW-RESID = YL-GPAY - YL-PFI - YL-TAX - YL-NPAY.
       IF YL-REV NOT = SPACE
       ADD ROW-RESID TO SUM-ADJDED
       ELSE
       PERFORM FIND-PDEMP THRU FIND-PDEMP-END
       IF PDEMP-FOUND = 0
       ADD ROW-RESID TO SUM-ADJDED.
       PERFORM GET-EMPLOYER-COST THRU GET-EMPLOYER-COST-END.
       GO TO SUM-PERIOD-READ.
       SUM-PERIOD-END.
       EXIT.

       GET-EMPLOYER-COST.
       IF YL-REV = "B"
       GO TO GET-EMPLOYER-COST-END.
       MOVE YL-KEY TO EC-KEY.
       READ ERCLOG RECORD KEY IS EC-KEY
       INVALID KEY
       ADD 1 TO ER-MISSING-COUNT
       GO TO GET-EMPLOYER-COST-END.
       MOVE LAST-DEPT TO SAVE-DEPT.
       IF EC-DEPT NOT = SPACES
       MOVE EC-DEPT TO LAST-DEPT.
       PERFORM FIND-GL-DEPT THRU FIND-GL-DEPT-END.
       MOVE SAVE-DEPT TO LAST-DEPT.
       MOVE EC-PF TO LOG-AMT.
       ADD LOG-AMT TO GD-ERCOST(GLDEPT-IDX).
       ADD LOG-AMT TO SUM-ER-PF.
       MOVE EC-OTHER TO LOG-AMT.
       ADD LOG-AMT TO GD-ERCOST(GLDEPT-IDX).
       ADD LOG-AMT TO SUM-ER-OTHER.
       GET-EMPLOYER-COST-END.
       EXIT.

       GET-EMP-DEPT.
       MOVE YL-IDNO TO LAST-IDNO.
       MOVE YL-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "YTD LOG EMPLOYEE NOT ON MASTER:" YL-IDNO
       ADD 1 TO NOT-ON-MASTER
       MOVE "*****" TO LAST-DEPT
       MOVE "B" TO LAST-MODE
       GO TO GET-EMP-DEPT-END.
       MOVE DEPT-CODE TO LAST-DEPT.
       MOVE PAY-MODE TO LAST-MODE.
       GET-EMP-DEPT-END.
       EXIT.

       FIND-GL-DEPT.
       MOVE 0 TO GLDEPT-FOUND.
       MOVE 0 TO GLDEPT-IDX.
       FIND-GL-DEPT-LOOP.
       ADD 1 TO GLDEPT-IDX.
       IF GLDEPT-IDX > GLDEPT-COUNT
       GO TO FIND-GL-DEPT-ADD.
       IF GD-CODE(GLDEPT-IDX) = LAST-DEPT
       MOVE 1 TO GLDEPT-FOUND
       GO TO FIND-GL-DEPT-END.
       GO TO FIND-GL-DEPT-LOOP.
       FIND-GL-DEPT-ADD.
       IF GLDEPT-COUNT >= 100
       DISPLAY "DEPARTMENT TABLE FULL - POSTED TO LAST ENTRY:"
           LAST-DEPT
       MOVE 100 TO GLDEPT-IDX
       GO TO FIND-GL-DEPT-END.
       ADD 1 TO GLDEPT-COUNT.
       MOVE GLDEPT-COUNT TO GLDEPT-IDX.
       MOVE LAST-DEPT TO GD-CODE(GLDEPT-IDX).
       MOVE ZERO TO GD-GPAY(GLDEPT-IDX).
       MOVE ZERO TO GD-ERCOST(GLDEPT-IDX).
       FIND-GL-DEPT-END.
       EXIT.

       POST-DEPT-EXPENSE.
       MOVE 0 TO GLDEPT-IDX.
       POST-DEPT-EXPENSE-LOOP.
       ADD 1 TO GLDEPT-IDX.
       IF GLDEPT-IDX > GLDEPT-COUNT
       GO TO POST-DEPT-EXPENSE-END.
       MOVE GL-SALARY TO LINE-ACCT.
       MOVE GD-CODE(GLDEPT-IDX) TO LINE-DEPT.
       MOVE "D" TO LINE-SIDE.
       MOVE "SALARY EXPENSE" TO LINE-DESC.
       MOVE GD-GPAY(GLDEPT-IDX) TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       MOVE GL-ERCOST TO LINE-ACCT.
       MOVE "EMPLOYER CONTRIBUTION EXPENSE" TO LINE-DESC.
       MOVE "D" TO LINE-SIDE.
       MOVE GD-ERCOST(GLDEPT-IDX) TO LINE-AMT.
       PERFORM WRITE-GL-LINE THRU WRITE-GL-LINE-END.
       GO TO POST-DEPT-EXPENSE-LOOP.
       POST-DEPT-EXPENSE-END.
       EXIT.

       WRITE-GL-LINE.
       IF LINE-AMT = ZERO
       GO TO WRITE-GL-LINE-END.
       IF LINE-AMT < ZERO
       COMPUTE LINE-AMT = ZERO - LINE-AMT
       IF LINE-SIDE = "D"
       MOVE "C" TO LINE-SIDE
       ELSE
       MOVE "D" TO LINE-SIDE.
       MOVE SPACES TO GLJRNL-DETAIL.
       MOVE REQ-PERIOD TO GJ-PERIOD.
       MOVE LINE-ACCT TO GJ-ACCOUNT.
       MOVE LINE-DEPT TO GJ-DEPT.
       MOVE LINE-SIDE TO GJ-DRCR.
       MOVE LINE-AMT TO GJ-AMOUNT.
       MOVE LINE-DESC TO GJ-DESC.
       ACCEPT GJ-DATE FROM DATE YYYYMMDD.
       WRITE GLJRNL-REC FROM GLJRNL-DETAIL.
       ADD 1 TO JRNL-WRITE-COUNT.
       IF LINE-SIDE = "D"
       ADD LINE-AMT TO TOT-DEBIT
       MOVE "DR" TO RD-DRCR
       ELSE
       ADD LINE-AMT TO TOT-CREDIT
       MOVE "CR" TO RD-DRCR.
       MOVE LINE-ACCT TO RD-ACCOUNT.
       MOVE LINE-DEPT TO RD-DEPT.
       MOVE LINE-AMT TO RD-AMOUNT.
       MOVE LINE-DESC TO RD-DESC.
       WRITE REPORT-REC FROM RPT-DETAIL.
       WRITE-GL-LINE-END.
       EXIT.

       WRITE-CONTROL-TOTALS.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "TOTAL DEBITS" TO RT-LABEL.
       MOVE TOT-DEBIT TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "TOTAL CREDITS" TO RT-LABEL.
       MOVE TOT-CREDIT TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       IF TOT-DEBIT = TOT-CREDIT
       MOVE "JOURNAL BALANCED" TO REPORT-REC
       ELSE
       MOVE "*** JOURNAL OUT OF BALANCE - NOT MARKED POSTED ***"
           TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "YTD LOG ENTRIES READ" TO RN-LABEL.
       MOVE LOG-READ-COUNT TO RN-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "  OF WHICH ADJUSTMENT ENTRIES" TO RN-LABEL.
       MOVE ADJ-COUNT TO RN-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "EMPLOYEES NOT ON MASTER" TO RN-LABEL.
       MOVE NOT-ON-MASTER TO RN-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "ENTRIES WITH NO EMPLOYER ROW" TO RN-LABEL.
       MOVE ER-MISSING-COUNT TO RN-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "JOURNAL LINES WRITTEN" TO RN-LABEL.
       MOVE JRNL-WRITE-COUNT TO RN-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.

       WRITE-OOB-REPORT.
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
       MOVE "GROSS PAY (YTD LOG)" TO RT-LABEL.
       MOVE SUM-GPAY TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "REIMBURSEMENTS (PAY DETAIL)" TO RT-LABEL.
       MOVE SUM-REIMB TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "PROVIDENT FUND (YTD LOG)" TO RT-LABEL.
       MOVE SUM-PFI TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "INCOME TAX (YTD LOG)" TO RT-LABEL.
       MOVE SUM-TAX TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "LOAN RECOVERY (PAY DETAIL)" TO RT-LABEL.
       MOVE SUM-LOAN TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "OTHER DEDUCTIONS (PAY DETAIL)" TO RT-LABEL.
       MOVE SUM-OTHDED TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "ADJUSTMENT ROW DEDUCTIONS" TO RT-LABEL.
       MOVE SUM-ADJDED TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "NET PAY - BANK (YTD LOG)" TO RT-LABEL.
       MOVE SUM-NET-BANK TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "NET PAY - CASH (YTD LOG)" TO RT-LABEL.
       MOVE SUM-NET-CASH TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       MOVE "UNEXPLAINED DIFFERENCE" TO RT-LABEL.
       MOVE SUM-DIFF TO RT-AMOUNT.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       IF SUM-DIFF < ZERO
       MOVE "  (DEDUCTIONS AND NET PAY EXCEED GROSS)" TO REPORT-REC
       ELSE
       MOVE "  (GROSS EXCEEDS DEDUCTIONS AND NET PAY)" TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "*** JOURNAL OUT OF BALANCE - NOT POSTED ***"
           TO REPORT-REC.
       WRITE REPORT-REC.
       CLOSE REPORTFILE.
       MOVE SUM-DIFF TO TOT-DISP.
       DISPLAY "GL JOURNAL OUT OF BALANCE BY " TOT-DISP
           " - PERIOD " REQ-PERIOD " NOT POSTED".
       WRITE-OOB-REPORT-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "GLPOST" TO RC-PROG.
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
       MOVE "GLPOST" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE LOG-READ-COUNT TO RC-READ.
       MOVE JRNL-WRITE-COUNT TO RC-WRITTEN.
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

       END PROGRAM GLPost.
