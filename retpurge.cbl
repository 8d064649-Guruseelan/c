       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
       SELECT OPTIONAL LOANFILE ASSIGN TO WS-LOAN-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-LOANFILE.
       SELECT OPTIONAL DEPFILE ASSIGN TO WS-DEP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DP-KEY
       FILE STATUS IS FS-DEPFILE.
       SELECT OPTIONAL LEAVELOG ASSIGN TO WS-LEAVE-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-LEAVELOG.
       SELECT OPTIONAL HOLDFILE ASSIGN TO WS-HOLD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HD-KEY
       FILE STATUS IS FS-HOLDFILE.
       SELECT OPTIONAL YTDLOG ASSIGN TO WS-YTDLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS YL-KEY
       FILE STATUS IS FS-YTDLOG.
       SELECT OPTIONAL EMPJRNL ASSIGN TO WS-JRNL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-EMPJRNL.
       SELECT OPTIONAL HISTFILE ASSIGN TO WS-HIST-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-HISTFILE.
       SELECT PURGWORK ASSIGN TO WS-WORK-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-PURGWORK.
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
       FD LOANFILE
       LABEL RECORDS ARE STANDARD.
       01 LOAN-REC PIC X(80).
       FD DEPFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS DEP-REC.
       01 DEP-REC.
       02 DP-KEY.
       03 DP-IDNO PIC X(20).
       03 DP-SEQ PIC 99.
       02 DP-NAME PIC X(20).
       02 DP-REL PIC X(10).
       02 DP-DOB PIC 9(8).
       02 DP-SHARE PIC 999.
       02 FILLER PIC X(7).
       FD LEAVELOG
       LABEL RECORDS ARE STANDARD.
       01 LEAVE-REC PIC X(40).
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
       FD EMPJRNL
       LABEL RECORDS ARE STANDARD.
       01 JRNL-REC PIC X(182).
       FD HISTFILE
       LABEL RECORDS ARE STANDARD.
       01 HIST-REC PIC X(180).
       FD PURGWORK
       LABEL RECORDS ARE STANDARD.
       01 WORK-REC PIC X(80).
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
       77 WS-LOAN-FILE PIC X(40).
       77 WS-DEP-FILE PIC X(40).
       77 WS-LEAVE-FILE PIC X(40).
       77 WS-HOLD-FILE PIC X(40).
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-HIST-FILE PIC X(40).
       77 WS-WORK-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 RETAIN-YEARS PIC 99 VALUE ZERO.
       77 RUN-DATE PIC 9(8).
       77 CUTOFF-DATE PIC 9(8).
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 PURGE-COUNT PIC 9(6) VALUE ZERO.
       77 REFUSE-COUNT PIC 9(6) VALUE ZERO.
       77 DEP-DEL-COUNT PIC 9(6) VALUE ZERO.
       77 LOAN-DEL-COUNT PIC 9(6) VALUE ZERO.
       77 LEAVE-DEL-COUNT PIC 9(6) VALUE ZERO.
       77 HIST-COUNT PIC 9(6) VALUE ZERO.
       01 LOAN-DETAIL.
       02 LN-IDNO PIC X(20).
       02 FILLER PIC X.
       02 LN-LOAN-NO PIC 99.
       02 FILLER PIC X.
       02 LN-TYPE PIC X(3).
       02 FILLER PIC X.
       02 LN-PRINCIPAL PIC 9(6)V99.
       02 FILLER PIC X.
       02 LN-EMI PIC 9(6)V99.
       02 FILLER PIC X.
       02 LN-START PIC X(6).
       02 FILLER PIC X.
       02 LN-BALANCE PIC 9(6)V99.
       02 FILLER PIC X.
       02 LN-STATUS PIC X.
       02 FILLER PIC X(17).
       01 LEAVE-DETAIL.
       02 LV-IDNO PIC X(20).
       02 FILLER PIC X.
       02 LV-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 LV-TYPE PIC X.
       02 FILLER PIC X.
       02 LV-DAYS PIC 99V9.
       02 FILLER PIC X(6).
       01 CAND-TABLE.
       02 CAND-ENTRY OCCURS 200 TIMES.
       03 CT-IDNO PIC X(20).
       03 CT-SEP-DATE PIC 9(8).
       03 CT-PERIOD PIC X(6).
       03 CT-REASON PIC X(30).
       03 CT-LEAVE-BAL PIC S9(4)V9.
       03 CT-DEP-ROWS PIC 999.
       03 CT-LOAN-ROWS PIC 999.
       03 CT-LEAVE-ROWS PIC 9(4).
       77 CAND-COUNT PIC 999 VALUE ZERO.
       77 CAND-IDX PIC 999 VALUE ZERO.
       77 CAND-FOUND PIC 9 VALUE ZERO.
       77 CAND-FULL PIC 9 VALUE ZERO.
       77 FIND-IDNO PIC X(20).
       77 REFUSE-REASON PIC X(30).
       77 ROWS-REMOVED PIC 9(6) VALUE ZERO.
       77 SETTLE-ROWS PIC 99 VALUE ZERO.
       77 SETTLE-NET PIC S9(7)V99 VALUE ZERO.
       77 MASK-FIELD PIC X(15).
       77 MASK-LEN PIC 99 VALUE ZERO.
       77 MASK-SPAN PIC 99 VALUE ZERO.
       01 HIST-DETAIL.
       02 SH-IMAGE PIC X(149).
       02 FILLER PIC X VALUE SPACE.
       02 SH-PURGE-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 SH-DEP-ROWS PIC 999.
       02 FILLER PIC X VALUE SPACE.
       02 SH-LOAN-ROWS PIC 999.
       02 FILLER PIC X VALUE SPACE.
       02 SH-LEAVE-ROWS PIC 9(4).
       02 FILLER PIC X(9) VALUE SPACES.
       01 CERT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 CERT-HEADER2 PIC X(80) VALUE
       "             SEPARATED EMPLOYEE RETENTION PURGE CERTIFICATE".
       01 CERT-RULE PIC X(80) VALUE ALL "=".
       01 CERT-DATE-LINE.
       02 CD-LABEL PIC X(28).
       02 CD-DATE PIC 9(8).
       02 FILLER PIC X(44) VALUE SPACES.
       01 CERT-YEARS-LINE.
       02 FILLER PIC X(28) VALUE "RETENTION PERIOD (YEARS)  : ".
       02 CY-YEARS PIC Z9.
       02 FILLER PIC X(50) VALUE SPACES.
       01 CERT-PURGE-HEAD.
       02 FILLER PIC X(40) VALUE
           "EMPLOYEE NO          SEP DATE  DEPENDANT".
       02 FILLER PIC X(40) VALUE
           "S  LOANS  LEAVE ROWS".
       01 CERT-PURGE-LINE.
       02 CP-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 CP-SEP-DATE PIC 9(8).
       02 FILLER PIC X(9) VALUE SPACES.
       02 CP-DEP-ROWS PIC ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 CP-LOAN-ROWS PIC ZZ9.
       02 FILLER PIC X(7) VALUE SPACES.
       02 CP-LEAVE-ROWS PIC ZZZ9.
       02 FILLER PIC X(22) VALUE SPACES.
       01 CERT-REFUSE-HEAD PIC X(80) VALUE
       "EMPLOYEE NO          SEP DATE  REASON NOT PURGED".
       01 CERT-REFUSE-LINE.
       02 CR-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 CR-SEP-DATE PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 CR-REASON PIC X(30).
       02 FILLER PIC X(19) VALUE SPACES.
       01 CERT-COUNT-LINE.
       02 CC-LABEL PIC X(36).
       02 CC-COUNT PIC ZZZZZ9.
       02 FILLER PIC X(38) VALUE SPACES.
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
       77 PARM-NUM PIC 9(10)V99.
       77 PARM-DIGIT PIC 9.
       77 PARM-SCAN PIC 99.
       77 PARM-FRAC PIC 9.
       77 WS-JRNL-FILE PIC X(40) VALUE "EMPJRNL.DAT".
       01 JR-DETAIL.
       02 JR-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 JR-TIME PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 JR-PROG PIC X(12) VALUE "RETPURGE".
       02 FILLER PIC X VALUE SPACE.
       02 JR-ACTION PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 JR-DATA PIC X(149).
       77 FS-EMPJRNL PIC XX VALUE "00".
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-LOANFILE PIC XX VALUE "00".
       77 FS-DEPFILE PIC XX VALUE "00".
       77 FS-LEAVELOG PIC XX VALUE "00".
       77 FS-HOLDFILE PIC XX VALUE "00".
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-HISTFILE PIC XX VALUE "00".
       77 FS-PURGWORK PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "RETPURGE".
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
       MOVE "LOAN" TO PARM-KEY
       MOVE "ENTER LOAN FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LOAN-FILE.
       IF WS-LOAN-FILE = SPACES
       MOVE "LOANS.DAT" TO WS-LOAN-FILE.
       MOVE "DEP" TO PARM-KEY
       MOVE "ENTER DEPENDANT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DEP-FILE.
       IF WS-DEP-FILE = SPACES
       MOVE "DEPEND.DAT" TO WS-DEP-FILE.
       MOVE "LEAVE" TO PARM-KEY
       MOVE "ENTER LEAVE LEDGER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LEAVE-FILE.
       IF WS-LEAVE-FILE = SPACES
       MOVE "LEAVELOG.DAT" TO WS-LEAVE-FILE.
       MOVE "HOLD" TO PARM-KEY
       MOVE "ENTER SALARY HOLD FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HOLD-FILE.
       IF WS-HOLD-FILE = SPACES
       MOVE "HOLD.DAT" TO WS-HOLD-FILE.
       MOVE "YTDLOG" TO PARM-KEY
       MOVE "ENTER YTD LOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-YTDLOG-FILE.
       IF WS-YTDLOG-FILE = SPACES
       MOVE "YTDLOG.DAT" TO WS-YTDLOG-FILE.
       MOVE "HISTORY" TO PARM-KEY
       MOVE "ENTER SEPARATED EMPLOYEE HISTORY FILE (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HIST-FILE.
       IF WS-HIST-FILE = SPACES
       MOVE "SEPHIST.DAT" TO WS-HIST-FILE.
       MOVE "WORK" TO PARM-KEY
       MOVE "ENTER PURGE WORK FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-WORK-FILE.
       IF WS-WORK-FILE = SPACES
       MOVE "PURGWK.DAT" TO WS-WORK-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER PURGE CERTIFICATE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "PURGE.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       GET-RETAIN-YEARS.
       MOVE "RETAIN-YEARS" TO PARM-KEY
       MOVE "ENTER YEARS TO RETAIN SEPARATED EMPLOYEES (BLANK FOR 7):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE 7 TO PARM-NUM.
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END.
       IF PARM-NUM < 1 OR PARM-NUM > 99
       DISPLAY "RETENTION YEARS MUST BE 1 TO 99, RE-ENTER"
       PERFORM PARM-ABORT
       GO TO GET-RETAIN-YEARS.
       MOVE PARM-NUM TO RETAIN-YEARS.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       COMPUTE CUTOFF-DATE = RUN-DATE - RETAIN-YEARS * 10000.
       DISPLAY "EMPLOYEES SEPARATED BEFORE " CUTOFF-DATE
           " WILL BE PURGED".
       PERFORM WRITE-RUN-START.
       PERFORM FIND-CANDIDATES THRU FIND-CANDIDATES-END.
       IF CAND-COUNT = 0
       GO TO PURGE-DONE.
       PERFORM CHECK-LOANS THRU CHECK-LOANS-END.
       PERFORM CHECK-LEAVE THRU CHECK-LEAVE-END.
       PERFORM CHECK-HOLDS THRU CHECK-HOLDS-END.
       PERFORM CHECK-SETTLEMENTS THRU CHECK-SETTLEMENTS-END.
       MOVE 0 TO CAND-IDX.
       COUNT-ELIGIBLE.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       GO TO COUNT-ELIGIBLE-DONE.
       IF CT-REASON(CAND-IDX) = SPACES
       ADD 1 TO PURGE-COUNT
       ELSE
       ADD 1 TO REFUSE-COUNT
       DISPLAY "NOT PURGED " CT-IDNO(CAND-IDX) " "
           CT-REASON(CAND-IDX).
       GO TO COUNT-ELIGIBLE.
       COUNT-ELIGIBLE-DONE.
       IF PURGE-COUNT = 0
       GO TO PURGE-DONE.
       PERFORM PURGE-LOANS THRU PURGE-LOANS-END.
       PERFORM PURGE-LEAVE THRU PURGE-LEAVE-END.
       PERFORM PURGE-DEPENDANTS THRU PURGE-DEPENDANTS-END.
       PERFORM PURGE-EMPLOYEES THRU PURGE-EMPLOYEES-END.
       PURGE-DONE.
       PERFORM PRINT-CERTIFICATE THRU PRINT-CERTIFICATE-END.
       DISPLAY "SEPARATED EMPLOYEES PAST RETENTION:" CAND-COUNT.
       DISPLAY "EMPLOYEES PURGED TO HISTORY:" HIST-COUNT.
       DISPLAY "EMPLOYEES REFUSED:" REFUSE-COUNT.
       DISPLAY "DEPENDANT ROWS DELETED:" DEP-DEL-COUNT.
       DISPLAY "LOAN ROWS DELETED:" LOAN-DEL-COUNT.
       DISPLAY "LEAVE LEDGER ROWS DELETED:" LEAVE-DEL-COUNT.
       PERFORM WRITE-RUN-END.
       IF REFUSE-COUNT > 0 OR CAND-FULL = 1
       MOVE 4 TO RETURN-CODE.
       STOP RUN.

       FIND-CANDIDATES.
       MOVE 0 TO CAND-COUNT.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       FIND-CANDIDATES-READ.
       READ EMP1 NEXT RECORD
       AT END CLOSE EMP1 GO TO FIND-CANDIDATES-END.
       ADD 1 TO READ-COUNT.
       IF EMP-STATUS NOT = "S"
       GO TO FIND-CANDIDATES-READ.
       IF SEP-DATE = ZERO OR SEP-DATE NOT < CUTOFF-DATE
       GO TO FIND-CANDIDATES-READ.
       IF CAND-COUNT >= 200
       MOVE 1 TO CAND-FULL
       GO TO FIND-CANDIDATES-READ.
       ADD 1 TO CAND-COUNT.
       MOVE IDNO TO CT-IDNO(CAND-COUNT).
       MOVE SEP-DATE TO CT-SEP-DATE(CAND-COUNT).
       MOVE PAY-PERIOD TO CT-PERIOD(CAND-COUNT).
       MOVE SPACES TO CT-REASON(CAND-COUNT).
       MOVE ZERO TO CT-LEAVE-BAL(CAND-COUNT).
       MOVE ZERO TO CT-DEP-ROWS(CAND-COUNT).
       MOVE ZERO TO CT-LOAN-ROWS(CAND-COUNT).
       MOVE ZERO TO CT-LEAVE-ROWS(CAND-COUNT).
       GO TO FIND-CANDIDATES-READ.
       FIND-CANDIDATES-END.
       IF CAND-FULL = 1
       DISPLAY "CANDIDATE TABLE FULL - REST LEFT FOR NEXT RUN".
       EXIT.

       FIND-CANDIDATE.
       MOVE 0 TO CAND-FOUND.
       MOVE 0 TO CAND-IDX.
       FIND-CANDIDATE-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       GO TO FIND-CANDIDATE-END.
       IF CT-IDNO(CAND-IDX) = FIND-IDNO
       MOVE 1 TO CAND-FOUND
       GO TO FIND-CANDIDATE-END.
       GO TO FIND-CANDIDATE-LOOP.
       FIND-CANDIDATE-END.
       EXIT.

       REFUSE-CANDIDATE.
       IF CT-REASON(CAND-IDX) = SPACES
       MOVE REFUSE-REASON TO CT-REASON(CAND-IDX).

       CHECK-LOANS.
       OPEN INPUT LOANFILE.
       MOVE "LOANFILE" TO ERR-FILE.
       MOVE FS-LOANFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-LOANS-READ.
       READ LOANFILE RECORD INTO LOAN-DETAIL
       AT END CLOSE LOANFILE GO TO CHECK-LOANS-END.
       MOVE LN-IDNO TO FIND-IDNO.
       PERFORM FIND-CANDIDATE THRU FIND-CANDIDATE-END.
       IF CAND-FOUND = 0
       GO TO CHECK-LOANS-READ.
       IF LN-STATUS = "O" OR LN-BALANCE > ZERO
       MOVE "OPEN LOAN OR LOAN BALANCE" TO REFUSE-REASON
       PERFORM REFUSE-CANDIDATE.
       GO TO CHECK-LOANS-READ.
       CHECK-LOANS-END.
       EXIT.

       CHECK-LEAVE.
       OPEN INPUT LEAVELOG.
       MOVE "LEAVELOG" TO ERR-FILE.
       MOVE FS-LEAVELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-LEAVE-READ.
       READ LEAVELOG RECORD INTO LEAVE-DETAIL
       AT END CLOSE LEAVELOG GO TO CHECK-LEAVE-TOTAL.
       MOVE LV-IDNO TO FIND-IDNO.
       PERFORM FIND-CANDIDATE THRU FIND-CANDIDATE-END.
       IF CAND-FOUND = 0
       GO TO CHECK-LEAVE-READ.
       IF LV-TYPE = "A"
       ADD LV-DAYS TO CT-LEAVE-BAL(CAND-IDX).
       IF LV-TYPE = "D" OR LV-TYPE = "E"
       SUBTRACT LV-DAYS FROM CT-LEAVE-BAL(CAND-IDX).
       GO TO CHECK-LEAVE-READ.
       CHECK-LEAVE-TOTAL.
       MOVE 0 TO CAND-IDX.
       CHECK-LEAVE-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       GO TO CHECK-LEAVE-END.
       IF CT-LEAVE-BAL(CAND-IDX) NOT = ZERO
       MOVE "LEAVE BALANCE NOT ZERO" TO REFUSE-REASON
       PERFORM REFUSE-CANDIDATE.
       GO TO CHECK-LEAVE-LOOP.
       CHECK-LEAVE-END.
       EXIT.

       CHECK-HOLDS.
       OPEN INPUT HOLDFILE.
       MOVE "HOLDFILE" TO ERR-FILE.
       MOVE FS-HOLDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO CAND-IDX.
       CHECK-HOLDS-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       CLOSE HOLDFILE
       GO TO CHECK-HOLDS-END.
       MOVE CT-IDNO(CAND-IDX) TO HD-IDNO.
       MOVE SPACES TO HD-PERIOD.
       START HOLDFILE KEY NOT < HD-KEY
       INVALID KEY GO TO CHECK-HOLDS-LOOP.
       CHECK-HOLDS-READ.
       READ HOLDFILE NEXT RECORD
       AT END GO TO CHECK-HOLDS-LOOP.
       IF HD-IDNO NOT = CT-IDNO(CAND-IDX)
       GO TO CHECK-HOLDS-LOOP.
       IF HD-STATUS = "H" OR HD-STATUS = "R"
       MOVE "SALARY HOLD NOT PAID" TO REFUSE-REASON
       PERFORM REFUSE-CANDIDATE
       GO TO CHECK-HOLDS-LOOP.
       GO TO CHECK-HOLDS-READ.
       CHECK-HOLDS-END.
       EXIT.

       CHECK-SETTLEMENTS.
       OPEN INPUT YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO CAND-IDX.
       CHECK-SETTLEMENTS-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       CLOSE YTDLOG
       GO TO CHECK-SETTLEMENTS-END.
       MOVE 0 TO SETTLE-ROWS.
       MOVE ZERO TO SETTLE-NET.
       MOVE CT-IDNO(CAND-IDX) TO YL-IDNO.
       MOVE CT-PERIOD(CAND-IDX) TO YL-PERIOD.
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO CHECK-SETTLEMENTS-TEST.
       CHECK-SETTLEMENTS-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO CHECK-SETTLEMENTS-TEST.
       IF YL-IDNO NOT = CT-IDNO(CAND-IDX)
           OR YL-PERIOD NOT = CT-PERIOD(CAND-IDX)
       GO TO CHECK-SETTLEMENTS-TEST.
       ADD 1 TO SETTLE-ROWS.
       ADD YL-NPAY TO SETTLE-NET.
       GO TO CHECK-SETTLEMENTS-READ.
       CHECK-SETTLEMENTS-TEST.
       IF SETTLE-ROWS = 0
       MOVE "SETTLEMENT NOT ON YTD LOG" TO REFUSE-REASON
       PERFORM REFUSE-CANDIDATE
       ELSE IF SETTLE-NET < ZERO
       MOVE "SETTLEMENT RECOVERY DUE" TO REFUSE-REASON
       PERFORM REFUSE-CANDIDATE.
       GO TO CHECK-SETTLEMENTS-LOOP.
       CHECK-SETTLEMENTS-END.
       EXIT.

       PURGE-LOANS.
       MOVE 0 TO ROWS-REMOVED.
       OPEN INPUT LOANFILE.
       MOVE "LOANFILE" TO ERR-FILE.
       MOVE FS-LOANFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT PURGWORK.
       MOVE "PURGWORK" TO ERR-FILE.
       MOVE FS-PURGWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PURGE-LOANS-READ.
       READ LOANFILE RECORD INTO LOAN-DETAIL
       AT END CLOSE LOANFILE PURGWORK GO TO PURGE-LOANS-SAVE.
       MOVE LN-IDNO TO FIND-IDNO.
       PERFORM FIND-CANDIDATE THRU FIND-CANDIDATE-END.
       IF CAND-FOUND = 1
           AND CT-REASON(CAND-IDX) = SPACES
       ADD 1 TO CT-LOAN-ROWS(CAND-IDX)
       ADD 1 TO ROWS-REMOVED
       GO TO PURGE-LOANS-READ.
       WRITE WORK-REC FROM LOAN-DETAIL.
       GO TO PURGE-LOANS-READ.
       PURGE-LOANS-SAVE.
       IF ROWS-REMOVED = 0
       GO TO PURGE-LOANS-END.
       OPEN INPUT PURGWORK.
       MOVE "PURGWORK" TO ERR-FILE.
       MOVE FS-PURGWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT LOANFILE.
       MOVE "LOANFILE" TO ERR-FILE.
       MOVE FS-LOANFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PURGE-LOANS-COPY.
       READ PURGWORK RECORD INTO LOAN-DETAIL
       AT END CLOSE PURGWORK LOANFILE GO TO PURGE-LOANS-END.
       WRITE LOAN-REC FROM LOAN-DETAIL.
       GO TO PURGE-LOANS-COPY.
       PURGE-LOANS-END.
       ADD ROWS-REMOVED TO LOAN-DEL-COUNT.
       EXIT.

       PURGE-LEAVE.
       MOVE 0 TO ROWS-REMOVED.
       OPEN INPUT LEAVELOG.
       MOVE "LEAVELOG" TO ERR-FILE.
       MOVE FS-LEAVELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT PURGWORK.
       MOVE "PURGWORK" TO ERR-FILE.
       MOVE FS-PURGWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PURGE-LEAVE-READ.
       READ LEAVELOG RECORD INTO LEAVE-DETAIL
       AT END CLOSE LEAVELOG PURGWORK GO TO PURGE-LEAVE-SAVE.
       MOVE LV-IDNO TO FIND-IDNO.
       PERFORM FIND-CANDIDATE THRU FIND-CANDIDATE-END.
       IF CAND-FOUND = 1
           AND CT-REASON(CAND-IDX) = SPACES
       ADD 1 TO CT-LEAVE-ROWS(CAND-IDX)
       ADD 1 TO ROWS-REMOVED
       GO TO PURGE-LEAVE-READ.
       WRITE WORK-REC FROM LEAVE-DETAIL.
       GO TO PURGE-LEAVE-READ.
       PURGE-LEAVE-SAVE.
       IF ROWS-REMOVED = 0
       GO TO PURGE-LEAVE-END.
       OPEN INPUT PURGWORK.
       MOVE "PURGWORK" TO ERR-FILE.
       MOVE FS-PURGWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT LEAVELOG.
       MOVE "LEAVELOG" TO ERR-FILE.
       MOVE FS-LEAVELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PURGE-LEAVE-COPY.
       READ PURGWORK RECORD INTO LEAVE-DETAIL
       AT END CLOSE PURGWORK LEAVELOG GO TO PURGE-LEAVE-END.
       WRITE LEAVE-REC FROM LEAVE-DETAIL.
       GO TO PURGE-LEAVE-COPY.
       PURGE-LEAVE-END.
       ADD ROWS-REMOVED TO LEAVE-DEL-COUNT.
       EXIT.

       PURGE-DEPENDANTS.
       OPEN I-O DEPFILE.
       MOVE "DEPFILE" TO ERR-FILE.
       MOVE FS-DEPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO CAND-IDX.
       PURGE-DEPENDANTS-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       CLOSE DEPFILE
       GO TO PURGE-DEPENDANTS-END.
       IF CT-REASON(CAND-IDX) NOT = SPACES
       GO TO PURGE-DEPENDANTS-LOOP.
       MOVE CT-IDNO(CAND-IDX) TO DP-IDNO.
       MOVE ZERO TO DP-SEQ.
       START DEPFILE KEY NOT < DP-KEY
       INVALID KEY GO TO PURGE-DEPENDANTS-LOOP.
       PURGE-DEPENDANTS-READ.
       READ DEPFILE NEXT RECORD
       AT END GO TO PURGE-DEPENDANTS-LOOP.
       IF DP-IDNO NOT = CT-IDNO(CAND-IDX)
       GO TO PURGE-DEPENDANTS-LOOP.
       DELETE DEPFILE RECORD
       INVALID KEY
       DISPLAY "DEPENDANT NOT DELETED:" DP-IDNO " " DP-SEQ
       GO TO PURGE-DEPENDANTS-READ.
       ADD 1 TO CT-DEP-ROWS(CAND-IDX).
       ADD 1 TO DEP-DEL-COUNT.
       GO TO PURGE-DEPENDANTS-READ.
       PURGE-DEPENDANTS-END.
       EXIT.

       PURGE-EMPLOYEES.
       OPEN I-O EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND HISTFILE.
       MOVE "HISTFILE" TO ERR-FILE.
       MOVE FS-HISTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       MOVE FS-EMPJRNL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO CAND-IDX.
       PURGE-EMPLOYEES-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       CLOSE EMP1 HISTFILE EMPJRNL
       GO TO PURGE-EMPLOYEES-END.
       IF CT-REASON(CAND-IDX) NOT = SPACES
       GO TO PURGE-EMPLOYEES-LOOP.
       MOVE CT-IDNO(CAND-IDX) TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "EMPLOYEE NOT ON MASTER - NOT MOVED:" IDNO
       GO TO PURGE-EMPLOYEES-LOOP.
       PERFORM MASK-BANK.
       MOVE DT TO SH-IMAGE.
       MOVE RUN-DATE TO SH-PURGE-DATE.
       MOVE CT-DEP-ROWS(CAND-IDX) TO SH-DEP-ROWS.
       MOVE CT-LOAN-ROWS(CAND-IDX) TO SH-LOAN-ROWS.
       MOVE CT-LEAVE-ROWS(CAND-IDX) TO SH-LEAVE-ROWS.
       WRITE HIST-REC FROM HIST-DETAIL.
       MOVE "D" TO JR-ACTION.
       PERFORM WRITE-EMP-JOURNAL.
       DELETE EMP1 RECORD
       INVALID KEY
       DISPLAY "EMPLOYEE NOT DELETED:" IDNO
       GO TO PURGE-EMPLOYEES-LOOP.
       ADD 1 TO HIST-COUNT.
       GO TO PURGE-EMPLOYEES-LOOP.
       PURGE-EMPLOYEES-END.
       EXIT.

       MASK-BANK.
       MOVE BANK-ACCT TO MASK-FIELD.
       PERFORM FIND-MASK-LEN THRU FIND-MASK-LEN-END.
       IF MASK-LEN > 4
       COMPUTE MASK-SPAN = MASK-LEN - 4
       MOVE ALL "*" TO MASK-FIELD(1:MASK-SPAN)
       ELSE IF MASK-LEN > 0
       MOVE ALL "*" TO MASK-FIELD(1:MASK-LEN).
       MOVE MASK-FIELD TO BANK-ACCT.
       MOVE BANK-CODE TO MASK-FIELD.
       PERFORM FIND-MASK-LEN THRU FIND-MASK-LEN-END.
       IF MASK-LEN > 4
       COMPUTE MASK-SPAN = MASK-LEN - 4
       MOVE ALL "*" TO MASK-FIELD(5:MASK-SPAN)
       ELSE IF MASK-LEN > 0
       MOVE ALL "*" TO MASK-FIELD(1:MASK-LEN).
       MOVE MASK-FIELD TO BANK-CODE.

       FIND-MASK-LEN.
       MOVE 15 TO MASK-LEN.
       FIND-MASK-LEN-LOOP.
       IF MASK-LEN = 0
       GO TO FIND-MASK-LEN-END.
       IF MASK-FIELD(MASK-LEN:1) NOT = SPACE
       GO TO FIND-MASK-LEN-END.
       SUBTRACT 1 FROM MASK-LEN.
       GO TO FIND-MASK-LEN-LOOP.
       FIND-MASK-LEN-END.
       EXIT.

       WRITE-EMP-JOURNAL.
       ACCEPT JR-DATE FROM DATE YYYYMMDD.
       ACCEPT JR-TIME FROM TIME.
       MOVE DT TO JR-DATA.
       WRITE JRNL-REC FROM JR-DETAIL.

       PRINT-CERTIFICATE.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM CERT-RULE.
       WRITE REPORT-REC FROM CERT-HEADER1.
       WRITE REPORT-REC FROM CERT-HEADER2.
       WRITE REPORT-REC FROM CERT-RULE.
       MOVE "RUN DATE                  : " TO CD-LABEL.
       MOVE RUN-DATE TO CD-DATE.
       WRITE REPORT-REC FROM CERT-DATE-LINE.
       MOVE RETAIN-YEARS TO CY-YEARS.
       WRITE REPORT-REC FROM CERT-YEARS-LINE.
       MOVE "SEPARATED BEFORE          : " TO CD-LABEL.
       MOVE CUTOFF-DATE TO CD-DATE.
       WRITE REPORT-REC FROM CERT-DATE-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "EMPLOYEES PURGED" TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM CERT-PURGE-HEAD.
       MOVE 0 TO CAND-IDX.
       PRINT-CERTIFICATE-PURGED.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       GO TO PRINT-CERTIFICATE-REFUSED.
       IF CT-REASON(CAND-IDX) NOT = SPACES
       GO TO PRINT-CERTIFICATE-PURGED.
       MOVE CT-IDNO(CAND-IDX) TO CP-IDNO.
       MOVE CT-SEP-DATE(CAND-IDX) TO CP-SEP-DATE.
       MOVE CT-DEP-ROWS(CAND-IDX) TO CP-DEP-ROWS.
       MOVE CT-LOAN-ROWS(CAND-IDX) TO CP-LOAN-ROWS.
       MOVE CT-LEAVE-ROWS(CAND-IDX) TO CP-LEAVE-ROWS.
       WRITE REPORT-REC FROM CERT-PURGE-LINE.
       GO TO PRINT-CERTIFICATE-PURGED.
       PRINT-CERTIFICATE-REFUSED.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "EMPLOYEES REFUSED" TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM CERT-REFUSE-HEAD.
       MOVE 0 TO CAND-IDX.
       PRINT-CERTIFICATE-REFUSED-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       GO TO PRINT-CERTIFICATE-TOTALS.
       IF CT-REASON(CAND-IDX) = SPACES
       GO TO PRINT-CERTIFICATE-REFUSED-LOOP.
       MOVE CT-IDNO(CAND-IDX) TO CR-IDNO.
       MOVE CT-SEP-DATE(CAND-IDX) TO CR-SEP-DATE.
       MOVE CT-REASON(CAND-IDX) TO CR-REASON.
       WRITE REPORT-REC FROM CERT-REFUSE-LINE.
       GO TO PRINT-CERTIFICATE-REFUSED-LOOP.
       PRINT-CERTIFICATE-TOTALS.
       WRITE REPORT-REC FROM CERT-RULE.
       MOVE "EMPLOYEES PAST RETENTION PERIOD" TO CC-LABEL.
       MOVE CAND-COUNT TO CC-COUNT.
       WRITE REPORT-REC FROM CERT-COUNT-LINE.
       MOVE "EMPLOYEES MOVED TO HISTORY" TO CC-LABEL.
       MOVE HIST-COUNT TO CC-COUNT.
       WRITE REPORT-REC FROM CERT-COUNT-LINE.
       MOVE "EMPLOYEES REFUSED" TO CC-LABEL.
       MOVE REFUSE-COUNT TO CC-COUNT.
       WRITE REPORT-REC FROM CERT-COUNT-LINE.
       MOVE "DEPENDANT ROWS DELETED" TO CC-LABEL.
       MOVE DEP-DEL-COUNT TO CC-COUNT.
       WRITE REPORT-REC FROM CERT-COUNT-LINE.
       MOVE "LOAN ROWS DELETED" TO CC-LABEL.
       MOVE LOAN-DEL-COUNT TO CC-COUNT.
       WRITE REPORT-REC FROM CERT-COUNT-LINE.
       MOVE "LEAVE LEDGER ROWS DELETED" TO CC-LABEL.
       MOVE LEAVE-DEL-COUNT TO CC-COUNT.
       WRITE REPORT-REC FROM CERT-COUNT-LINE.
       IF CAND-FULL = 1
       MOVE "MORE EMPLOYEES ARE DUE - RUN AGAIN TO CONTINUE"
           TO REPORT-REC
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BANK ACCOUNT AND BANK CODE ARE MASKED IN THE HISTORY FILE"
           TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "AND IN THE EMPLOYEE JOURNAL DELETE IMAGES."
           TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "CERTIFIED BY (DATA PROTECTION OFFICER): ________________"
           TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "DATE: ____________" TO REPORT-REC.
       WRITE REPORT-REC.
       CLOSE REPORTFILE.
       PRINT-CERTIFICATE-END.
       EXIT.

       PARM-ABORT.
       IF PARM-MODE = 1
       DISPLAY "INVALID PARAMETER VALUE - RUN ENDED"
       STOP RUN.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "RETPURGE" TO RC-PROG.
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
       MOVE "RETPURGE" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE READ-COUNT TO RC-READ.
       MOVE HIST-COUNT TO RC-WRITTEN.
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

       END PROGRAM RetentionPurge.
