       SELECT OPTIONAL PERFILE ASSIGN TO WS-PER-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PERFILE.
       SELECT OPTIONAL BANKMAST ASSIGN TO WS-BANKMAST-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BM-CODE
       FILE STATUS IS FS-BANKMAST.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       FD PERFILE
       LABEL RECORDS ARE STANDARD.
       01 PER-REC PIC X(80).
       FD BANKMAST
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS BM-REC.
       01 BM-REC.
       02 BM-CODE PIC X(11).
       02 BM-BANK-ID PIC X(4).
       02 BM-BANK-NAME PIC X(20).
       02 BM-BRANCH PIC X(20).
       02 BM-ACCT-LEN PIC 99.
       02 BM-ACCT-FMT PIC X.
       02 BM-OPER PIC X(8).
       02 BM-DATE PIC 9(8).
       02 FILLER PIC X(6).
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       77 TR-BPAY-NUM PIC 9(6).
       77 MAINT-DATE PIC 9(8).
       77 WS-PER-FILE PIC X(40).
       77 WS-BANKMAST-FILE PIC X(40).
       77 BANK-CHECKING PIC 9 VALUE ZERO.
       77 BANK-ERR PIC 9 VALUE ZERO.
       77 BK-CODE PIC X(11).
       77 BK-ACCT PIC X(15).
       77 BK-LEN PIC 99 VALUE ZERO.
       01 PER-DETAIL.
       02 PER-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-PERFILE PIC XX VALUE "00".
       77 FS-BANKMAST PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       MOVE PARM-ANSWER TO WS-PER-FILE.
       IF WS-PER-FILE = SPACES
       MOVE "PERIODS.DAT" TO WS-PER-FILE.
       MOVE "BANKMAST" TO PARM-KEY
       MOVE "ENTER BANK BRANCH MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANKMAST-FILE.
       IF WS-BANKMAST-FILE = SPACES
       MOVE "BANKMAST.DAT" TO WS-BANKMAST-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       PERFORM LOAD-CLOSED-PERIODS THRU LOAD-CLOSED-PERIODS-END.
       PERFORM OPEN-BANK-MASTER THRU OPEN-BANK-MASTER-END.
       IF BANK-CHECKING = 0
       DISPLAY "NO BANK BRANCH MASTER - BANK DETAILS NOT VALIDATED".
       OPEN I-O EMP1.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       CLOSE TRANFILE.
       CLOSE YTDLOG.
       CLOSE REPORTFILE.
       CLOSE BANKMAST.
       DISPLAY "TRANSACTIONS READ:" TRAN-COUNT.
       DISPLAY "ACCEPTED:" ACCEPT-COUNT.
       DISPLAY "REJECTED:" REJECT-COUNT.
       MOVE "PAY PERIOD CLOSED" TO RPT-REASON
       PERFORM WRITE-REJECT
       GO TO TRAN-ADD-END.
       IF TR-PAY-MODE = "B" OR TR-BANK-CODE NOT = SPACES
       MOVE TR-BANK-CODE TO BK-CODE
       MOVE TR-BANK-ACCT TO BK-ACCT
       PERFORM CHECK-BANK THRU CHECK-BANK-END
       IF BANK-ERR NOT = 0
       PERFORM WRITE-BANK-REJECT
       GO TO TRAN-ADD-END.
       MOVE TR-BPAY TO TR-BPAY-NUM.
       MOVE TR-NAM TO NAM.
       MOVE TR-IDNO TO IDNO.
       MOVE TR-PAY-MODE TO PAY-MODE.
       IF TR-DEPT NOT = SPACES
       MOVE TR-DEPT TO DEPT-CODE.
       IF PAY-MODE = "B" OR BANK-CODE NOT = SPACES
       MOVE BANK-CODE TO BK-CODE
       MOVE BANK-ACCT TO BK-ACCT
       PERFORM CHECK-BANK THRU CHECK-BANK-END
       IF BANK-ERR NOT = 0
       PERFORM WRITE-BANK-REJECT
       GO TO TRAN-CHG-END.
       MOVE TR-BPAY-NUM TO BPAY.
       MOVE TR-PERIOD TO PAY-PERIOD.
       PERFORM P-CALC.
       TRAN-DEL-END.
       EXIT.

       OPEN-BANK-MASTER.
       MOVE 0 TO BANK-CHECKING.
       OPEN INPUT BANKMAST.
       MOVE "BANKMAST" TO ERR-FILE.
       MOVE FS-BANKMAST TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       READ BANKMAST NEXT RECORD
       AT END GO TO OPEN-BANK-MASTER-END.
       MOVE 1 TO BANK-CHECKING.
       OPEN-BANK-MASTER-END.
       EXIT.

       CHECK-BANK.
       MOVE 0 TO BANK-ERR.
       IF BANK-CHECKING = 0
       GO TO CHECK-BANK-END.
       MOVE BK-CODE TO BM-CODE.
       READ BANKMAST RECORD KEY IS BM-CODE
       INVALID KEY MOVE 1 TO BANK-ERR
       GO TO CHECK-BANK-END.
       MOVE 15 TO BK-LEN.
       CHECK-BANK-LEN.
       IF BK-LEN = 0
       MOVE 2 TO BANK-ERR
       GO TO CHECK-BANK-END.
       IF BK-ACCT(BK-LEN:1) = SPACE
       SUBTRACT 1 FROM BK-LEN
       GO TO CHECK-BANK-LEN.
       IF BM-ACCT-LEN > 0 AND BK-LEN NOT = BM-ACCT-LEN
       MOVE 2 TO BANK-ERR
       GO TO CHECK-BANK-END.
       IF BM-ACCT-FMT = "N" AND BK-ACCT(1:BK-LEN) IS NOT NUMERIC
       MOVE 3 TO BANK-ERR.
       CHECK-BANK-END.
       EXIT.

       WRITE-EMP-JOURNAL.
       ACCEPT JR-DATE FROM DATE YYYYMMDD.
       ACCEPT JR-TIME FROM TIME.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO ACCEPT-COUNT.

       WRITE-BANK-REJECT.
       IF BANK-ERR = 1
       MOVE "BANK CODE NOT ON MASTER" TO RPT-REASON
       ELSE IF BANK-ERR = 2
       MOVE "BANK ACCT LENGTH INVALID" TO RPT-REASON
       ELSE
       MOVE "BANK ACCT FORMAT INVALID" TO RPT-REASON.
       PERFORM WRITE-REJECT.

       WRITE-REJECT.
       MOVE TR-ACTION TO RPT-ACTION.
       MOVE TR-IDNO TO RPT-IDNO.
