       SELECT OPTIONAL EMPJRNL ASSIGN TO WS-JRNL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-EMPJRNL.
       SELECT OPTIONAL POSFILE ASSIGN TO WS-POS-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PS-DEPT
       FILE STATUS IS FS-POSFILE.
       SELECT OPTIONAL POSOVR ASSIGN TO WS-POSOVR-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-POSOVR.
       SELECT OPTIONAL CHGREQ ASSIGN TO WS-CHGREQ-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CR-KEY
       FILE STATUS IS FS-CHGREQ.
       SELECT OPERFILE ASSIGN TO WS-OPER-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-OPERFILE.
       SELECT OPTIONAL BANKMAST ASSIGN TO WS-BANKMAST-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BM-CODE
       FILE STATUS IS FS-BANKMAST.
       SELECT OPTIONAL ERCLOG ASSIGN TO WS-ERCLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EC-KEY
       FILE STATUS IS FS-ERCLOG.
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
       SELECT OPTIONAL CLAIMFILE ASSIGN TO WS-CLAIM-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CL-KEY
       FILE STATUS IS FS-CLAIMFILE.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       FD EMPJRNL
       LABEL RECORDS ARE STANDARD.
       01 JRNL-REC PIC X(182).
       FD POSFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS PS-REC.
       01 PS-REC.
       02 PS-DEPT PIC X(5).
       02 PS-DESC PIC X(20).
       02 PS-SANCTION PIC 9(4).
       02 PS-OPER PIC X(8).
       02 PS-DATE PIC 9(8).
       02 FILLER PIC X(15).
       FD POSOVR
       LABEL RECORDS ARE STANDARD.
       01 POSOVR-REC PIC X(80).
       FD CHGREQ
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS CHG-REC.
       01 CHG-REC.
       02 CR-KEY.
       03 CR-IDNO PIC X(20).
       03 CR-DATE PIC 9(8).
       03 CR-TIME PIC 9(8).
       02 CR-STATUS PIC X.
       02 CR-OLD-BPAY PIC 9(6).
       02 CR-NEW-BPAY PIC 9(6).
       02 CR-OLD-ACCT PIC X(15).
       02 CR-NEW-ACCT PIC X(15).
       02 CR-OLD-CODE PIC X(11).
       02 CR-NEW-CODE PIC X(11).
       02 CR-MAKER PIC X(8).
       02 CR-MAKER-LEVEL PIC 9.
       02 CR-CHECKER PIC X(8).
       02 CR-CHK-DATE PIC 9(8).
       02 FILLER PIC X(10).
       FD OPERFILE
       LABEL RECORDS ARE STANDARD.
       01 OPER-REC.
       02 OPER-ID PIC X(8).
       02 OPER-PASS PIC X(8).
       02 OPER-LEVEL PIC 9.
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
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       02 AUDIT-OPER PIC X(8).
       77 OLD-NAM PIC A(20).
       77 OLD-BPAY PIC 9(6).
       77 OLD-BANK-ACCT PIC X(15).
       77 OLD-BANK-CODE PIC X(11).
       77 WS-CHGREQ-FILE PIC X(40).
       77 WS-BANKMAST-FILE PIC X(40).
       77 BANK-CHECKING PIC 9 VALUE ZERO.
       77 BANK-ERR PIC 9 VALUE ZERO.
       77 BK-CODE PIC X(11).
       77 BK-ACCT PIC X(15).
       77 BK-LEN PIC 99 VALUE ZERO.
       77 WS-ATTEND-FILE PIC X(40).
       01 ATT-TABLE.
       02 ATT-ENTRY OCCURS 500 TIMES.
       77 WS-COMP-FILE PIC X(40).
       77 WS-ENROL-FILE PIC X(40).
       77 WS-PAYDET-FILE PIC X(40).
       77 WS-ERCLOG-FILE PIC X(40).
       77 WS-DECL-FILE PIC X(40).
       77 WS-OTTRAN-FILE PIC X(40).
       77 WS-CLAIM-FILE PIC X(40).
       01 COMP-DETAIL.
       02 CM-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       77 COMP-AMT PIC 9(6)V99.
       77 OTH-EARN PIC 9(6)V99 VALUE ZERO.
       77 OTH-DED PIC 9(6)V99 VALUE ZERO.
       77 ER-PF-AMT PIC 9(6)V99 VALUE ZERO.
       77 ER-OTH-AMT PIC 9(6)V99 VALUE ZERO.
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
       77 OT-MULT PIC 99V99 VALUE 2.
       77 OT-STD-HOURS PIC 9(3) VALUE 208.
       77 SHIFT-RATE PIC 9(4)V99 VALUE 100.
       77 OT-AMT PIC 9(6)V99 VALUE ZERO.
       77 SHIFT-AMT PIC 9(6)V99 VALUE ZERO.
       77 CLAIM-AMT PIC 9(6)V99 VALUE ZERO.
       01 CLAIM-PAID-TABLE.
       02 CLAIM-PAID-NO PIC 9(4) OCCURS 50 TIMES.
       77 CLAIM-PAID-COUNT PIC 99 VALUE ZERO.
       77 CLAIM-PAID-IDX PIC 99 VALUE ZERO.
       01 PAYDET-TABLE.
       02 PAYDET-ENTRY OCCURS 1000 TIMES.
       03 PT-IDNO PIC X(20).
       77 CLOSED-COUNT PIC 999 VALUE ZERO.
       77 CLOSED-IDX PIC 999 VALUE ZERO.
       77 PERIOD-CLOSED PIC 9 VALUE ZERO.
       77 WS-POS-FILE PIC X(40).
       77 WS-POSOVR-FILE PIC X(40).
       01 PN-TABLE.
       02 PN-ENTRY OCCURS 100 TIMES.
       03 PN-DEPT PIC X(5).
       03 PN-SANCTION PIC 9(4).
       03 PN-ACTIVE PIC 9(4).
       77 PN-COUNT PIC 999 VALUE ZERO.
       77 PN-IDX PIC 999 VALUE ZERO.
       77 PN-FOUND PIC 9 VALUE ZERO.
       77 PN-SEARCH PIC X(5).
       77 STRENGTH-OK PIC 9 VALUE ZERO.
       77 OVR-ANSWER PIC X.
       01 OVR-TABLE.
       02 OVR-ENTRY OCCURS 200 TIMES.
       03 OV-IDNO PIC X(20).
       03 OV-DEPT PIC X(5).
       77 OVR-COUNT PIC 999 VALUE ZERO.
       77 OVR-IDX PIC 999 VALUE ZERO.
       01 OVR-DETAIL.
       02 PO-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PO-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PO-OPER PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PO-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PO-REASON PIC X(30).
       02 FILLER PIC X(5) VALUE SPACES.
       77 WS-OPER-FILE PIC X(40).
       77 TRY-ID PIC X(8).
       77 TRY-PASS PIC X(8).
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
       77 FS-COMPFILE PIC XX VALUE "00".
       77 FS-ENROLFILE PIC XX VALUE "00".
       77 FS-PAYDET PIC XX VALUE "00".
       77 FS-ERCLOG PIC XX VALUE "00".
       77 FS-DECLFILE PIC XX VALUE "00".
       77 FS-OTTRAN PIC XX VALUE "00".
       77 FS-CLAIMFILE PIC XX VALUE "00".
       77 FS-LOANREC PIC XX VALUE "00".
       77 FS-POSFILE PIC XX VALUE "00".
       77 FS-POSOVR PIC XX VALUE "00".
       77 FS-CHGREQ PIC XX VALUE "00".
       77 FS-BANKMAST PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       MOVE PARM-ANSWER TO WS-PAYDET-FILE.
       IF WS-PAYDET-FILE = SPACES
       MOVE "PAYDET.DAT" TO WS-PAYDET-FILE.
       MOVE "POS" TO PARM-KEY
       MOVE "ENTER POSITION MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-POS-FILE.
       IF WS-POS-FILE = SPACES
       MOVE "POSITION.DAT" TO WS-POS-FILE.
       MOVE "POSOVR" TO PARM-KEY
       MOVE "ENTER STRENGTH OVERRIDE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-POSOVR-FILE.
       IF WS-POSOVR-FILE = SPACES
       MOVE "POSOVR.DAT" TO WS-POSOVR-FILE.
       MOVE "CHGREQ" TO PARM-KEY
       MOVE "ENTER CHANGE REQUEST FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CHGREQ-FILE.
       IF WS-CHGREQ-FILE = SPACES
       MOVE "CHGREQ.DAT" TO WS-CHGREQ-FILE.
       MOVE "OPER" TO PARM-KEY
       MOVE "ENTER OPERATOR MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       MOVE PARM-ANSWER TO WS-OPER-FILE.
       IF WS-OPER-FILE = SPACES
       MOVE "OPERS.DAT" TO WS-OPER-FILE.
       MOVE "BANKMAST" TO PARM-KEY
       MOVE "ENTER BANK BRANCH MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANKMAST-FILE.
       IF WS-BANKMAST-FILE = SPACES
       MOVE "BANKMAST.DAT" TO WS-BANKMAST-FILE.
       MOVE "ERCLOG" TO PARM-KEY
       MOVE "ENTER EMPLOYER CONTRIBUTION LOG NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ERCLOG-FILE.
       IF WS-ERCLOG-FILE = SPACES
       MOVE "ERCLOG.DAT" TO WS-ERCLOG-FILE.
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
       MOVE "CLAIM" TO PARM-KEY
       MOVE "ENTER EXPENSE CLAIMS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CLAIM-FILE.
       IF WS-CLAIM-FILE = SPACES
       MOVE "CLAIMS.DAT" TO WS-CLAIM-FILE.
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
       MOVE ZERO TO DUP-COUNT.
       PERFORM LOAD-ATTENDANCE THRU LOAD-ATTENDANCE-END.
       PERFORM LOAD-CLOSED-PERIODS THRU LOAD-CLOSED-PERIODS-END.
       PERFORM OPEN-BANK-MASTER THRU OPEN-BANK-MASTER-END.
       IF BANK-CHECKING = 0
       DISPLAY "NO BANK BRANCH MASTER - BANK DETAILS NOT VALIDATED".
       PERFORM LOAD-POSITIONS THRU LOAD-POSITIONS-END.
       PERFORM LOAD-OVERRIDES THRU LOAD-OVERRIDES-END.
       OPEN OUTPUT EMP1.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       OPEN I-O YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O ERCLOG.
       MOVE "ERCLOG" TO ERR-FILE.
       MOVE FS-ERCLOG TO ERR-STATUS.
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
       OPEN I-O CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND LOANREC.
       CLOSE EMP1.
       CLOSE EMPJRNL.
       CLOSE YTDLOG.
       CLOSE ERCLOG.
       CLOSE DECLFILE.
       CLOSE OTTRAN.
       CLOSE CLAIMFILE.
       CLOSE LOANREC.
       CLOSE PAYDET.
       CLOSE BANKMAST.
       IF DUP-COUNT > 0
       DISPLAY "DUPLICATE IDNOS REJECTED:" DUP-COUNT.
       P2A.
       IF PERIOD-CLOSED = 1
       DISPLAY "PAY PERIOD " PAY-PERIOD " IS CLOSED - RE-ENTER"
       GO TO P2A-PERIOD.
       P2A-BANK.
       DISPLAY "BANK ACCOUNT NUMBER".
       ACCEPT BANK-ACCT.
       DISPLAY "BANK CODE".
       ACCEPT BANK-CODE.
       DISPLAY "PAYMENT MODE (B=BANK C=CASH)".
       ACCEPT PAY-MODE.
       IF PAY-MODE = "B" OR BANK-CODE NOT = SPACES
       MOVE BANK-CODE TO BK-CODE
       MOVE BANK-ACCT TO BK-ACCT
       PERFORM CHECK-BANK THRU CHECK-BANK-END
       IF BANK-ERR NOT = 0
       PERFORM SHOW-BANK-ERROR
       GO TO P2A-BANK.
       P2A-DEPT.
       DISPLAY "DEPARTMENT CODE".
       ACCEPT DEPT-CODE.
       IF PN-COUNT > 0
       PERFORM CHECK-STRENGTH THRU CHECK-STRENGTH-END
       IF STRENGTH-OK = 0
       DISPLAY "DEPARTMENT " DEPT-CODE " AT SANCTIONED STRENGTH"
           " - RE-ENTER"
       GO TO P2A-DEPT.
       DISPLAY "HIRE DATE (YYYYMMDD)".
       ACCEPT HIRE-DATE.
       MOVE ZERO TO SEP-DATE.
       ADD 1 TO DUP-COUNT
       NOT INVALID KEY
       PERFORM WRITE-EMP-JOURNAL
       PERFORM MARK-CLAIMS-PAID THRU MARK-CLAIMS-PAID-END
       PERFORM ADD-STRENGTH THRU ADD-STRENGTH-END
       PERFORM WRITE-YTD-LOG THRU WRITE-YTD-LOG-END.
       P3.
       DISPLAY "ENTER NO. OF RECORDS".
       MOVE ZERO TO DUP-COUNT.
       PERFORM LOAD-ATTENDANCE THRU LOAD-ATTENDANCE-END.
       PERFORM LOAD-CLOSED-PERIODS THRU LOAD-CLOSED-PERIODS-END.
       PERFORM OPEN-BANK-MASTER THRU OPEN-BANK-MASTER-END.
       IF BANK-CHECKING = 0
       DISPLAY "NO BANK BRANCH MASTER - BANK DETAILS NOT VALIDATED".
       PERFORM LOAD-POSITIONS THRU LOAD-POSITIONS-END.
       PERFORM LOAD-OVERRIDES THRU LOAD-OVERRIDES-END.
       IF PN-COUNT > 0
       PERFORM COUNT-STRENGTH THRU COUNT-STRENGTH-END.
       OPEN EXTEND EMP1.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       OPEN I-O YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O ERCLOG.
       MOVE "ERCLOG" TO ERR-FILE.
       MOVE FS-ERCLOG TO ERR-STATUS.
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
       OPEN I-O CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND LOANREC.
       CLOSE EMP1.
       CLOSE EMPJRNL.
       CLOSE YTDLOG.
       CLOSE ERCLOG.
       CLOSE DECLFILE.
       CLOSE OTTRAN.
       CLOSE CLAIMFILE.
       CLOSE LOANREC.
       CLOSE PAYDET.
       CLOSE BANKMAST.
       IF DUP-COUNT > 0
       DISPLAY "DUPLICATE IDNOS REJECTED:" DUP-COUNT.
       P-CALC.
       PERFORM WRITE-FIXED-DETAILS
       ELSE
       PERFORM CALC-COMPONENTS THRU CALC-COMPONENTS-END.
       PERFORM CALC-EMPLOYER THRU CALC-EMPLOYER-END.
       PERFORM CALC-OVERTIME THRU CALC-OVERTIME-END.
       PERFORM CALC-CLAIMS THRU CALC-CLAIMS-END.
       COMPUTE GPAY=CALC-BPAY+DA+HRA+OTH-EARN.
       PERFORM CALC-LOAN-DED THRU CALC-LOAN-DED-END.
       PERFORM PROJECT-TAX THRU PROJECT-TAX-END.
       COMPUTE NPAY = GPAY - PFI - OTH-DED - LOAN-DED - TAX
           + CLAIM-AMT.
       MOVE GPAY TO GP.
       MOVE NPAY TO NP.

       DISPLAY "ENROLLED COMPONENT NOT ON MASTER:"
           ET-CODE(ENROL-IDX)
       GO TO CALC-COMPONENTS-LOOP.
       IF CP-TYPE(COMP-IDX) = "R"
       GO TO CALC-COMPONENTS-LOOP.
       IF CP-METHOD(COMP-IDX) = "P"
       COMPUTE COMP-AMT ROUNDED =
           CP-RATE(COMP-IDX) * CALC-BPAY / 100
       CALC-COMPONENTS-END.
       EXIT.

       CALC-OVERTIME.
       MOVE ZERO TO OT-AMT.
       MOVE ZERO TO SHIFT-AMT.
       MOVE IDNO TO OT-IDNO.
       MOVE PAY-PERIOD TO OT-PERIOD.
       READ OTTRAN RECORD KEY IS OT-KEY
       INVALID KEY GO TO CALC-OVERTIME-END.
       MOVE SPACES TO PAYDET-DETAIL.
       MOVE IDNO TO PDT-IDNO.
       MOVE PAY-PERIOD TO PDT-PERIOD.
       MOVE "E" TO PDT-TYPE.
       IF OT-HOURS > 0
       COMPUTE OT-AMT ROUNDED =
           BPAY * OT-HOURS * OT-MULT / OT-STD-HOURS
       ADD OT-AMT TO OTH-EARN
       MOVE "OT" TO PDT-CODE
       MOVE "OVERTIME" TO PDT-DESC
       MOVE OT-AMT TO PDT-AMOUNT
       WRITE PAYDET-REC FROM PAYDET-DETAIL.
       IF OT-SHIFTS > 0
       COMPUTE SHIFT-AMT = SHIFT-RATE * OT-SHIFTS
       ADD SHIFT-AMT TO OTH-EARN
       MOVE "SHFT" TO PDT-CODE
       MOVE "NIGHT SHIFT ALLOWNCE" TO PDT-DESC
       MOVE SHIFT-AMT TO PDT-AMOUNT
       WRITE PAYDET-REC FROM PAYDET-DETAIL.
       CALC-OVERTIME-END.
       EXIT.

       CALC-CLAIMS.
       MOVE ZERO TO CLAIM-AMT.
       MOVE ZERO TO CLAIM-PAID-COUNT.
       MOVE IDNO TO CL-IDNO.
       MOVE ZERO TO CL-NO.
       START CLAIMFILE KEY NOT < CL-KEY
       INVALID KEY GO TO CALC-CLAIMS-END.
       CALC-CLAIMS-READ.
       READ CLAIMFILE NEXT RECORD
       AT END GO TO CALC-CLAIMS-END.
       IF CL-IDNO NOT = IDNO
       GO TO CALC-CLAIMS-END.
       IF CL-STATUS = "D" AND CL-PAID-PERIOD = PAY-PERIOD
       GO TO CALC-CLAIMS-PAY.
       IF CL-STATUS NOT = "A"
       GO TO CALC-CLAIMS-READ.
       IF CLAIM-PAID-COUNT = 50
       DISPLAY "TOO MANY CLAIMS - LEFT FOR NEXT RUN:" IDNO " " CL-NO
       GO TO CALC-CLAIMS-READ.
       ADD 1 TO CLAIM-PAID-COUNT.
       MOVE CL-NO TO CLAIM-PAID-NO(CLAIM-PAID-COUNT).
       CALC-CLAIMS-PAY.
       ADD CL-AMOUNT TO CLAIM-AMT.
       MOVE SPACES TO PAYDET-DETAIL.
       MOVE IDNO TO PDT-IDNO.
       MOVE PAY-PERIOD TO PDT-PERIOD.
       MOVE CL-CAT TO PDT-CODE.
       MOVE "N" TO PDT-TYPE.
       MOVE "REIMBURSEMENT" TO PDT-DESC.
       MOVE 0 TO COMP-IDX.
       CALC-CLAIMS-DESC.
       ADD 1 TO COMP-IDX.
       IF COMP-IDX > COMP-COUNT
       GO TO CALC-CLAIMS-WRITE.
       IF CP-CODE(COMP-IDX) NOT = CL-CAT
       GO TO CALC-CLAIMS-DESC.
       MOVE CP-DESC(COMP-IDX) TO PDT-DESC.
       CALC-CLAIMS-WRITE.
       MOVE CL-AMOUNT TO PDT-AMOUNT.
       WRITE PAYDET-REC FROM PAYDET-DETAIL.
       GO TO CALC-CLAIMS-READ.
       CALC-CLAIMS-END.
       EXIT.

       MARK-CLAIMS-PAID.
       MOVE 0 TO CLAIM-PAID-IDX.
       MARK-CLAIMS-PAID-NEXT.
       ADD 1 TO CLAIM-PAID-IDX.
       IF CLAIM-PAID-IDX > CLAIM-PAID-COUNT
       GO TO MARK-CLAIMS-PAID-END.
       MOVE IDNO TO CL-IDNO.
       MOVE CLAIM-PAID-NO(CLAIM-PAID-IDX) TO CL-NO.
       READ CLAIMFILE RECORD KEY IS CL-KEY
       INVALID KEY GO TO MARK-CLAIMS-PAID-NEXT.
       IF CL-STATUS NOT = "A"
       GO TO MARK-CLAIMS-PAID-NEXT.
       MOVE "D" TO CL-STATUS.
       MOVE PAY-PERIOD TO CL-PAID-PERIOD.
       REWRITE CL-REC.
       GO TO MARK-CLAIMS-PAID-NEXT.
       MARK-CLAIMS-PAID-END.
       EXIT.

       CALC-EMPLOYER.
       MOVE ZERO TO ER-PF-AMT.
       MOVE ZERO TO ER-OTH-AMT.
       IF COMP-COUNT = 0
       MOVE PFI TO ER-PF-AMT
       GO TO CALC-EMPLOYER-END.
       MOVE 0 TO COMP-IDX.
       CALC-EMPLOYER-LOOP.
       ADD 1 TO COMP-IDX.
       IF COMP-IDX > COMP-COUNT
       GO TO CALC-EMPLOYER-END.
       IF CP-TYPE(COMP-IDX) NOT = "R"
       GO TO CALC-EMPLOYER-LOOP.
       IF CP-METHOD(COMP-IDX) = "P"
       COMPUTE COMP-AMT ROUNDED =
           CP-RATE(COMP-IDX) * CALC-BPAY / 100
       ELSE
       MOVE CP-RATE(COMP-IDX) TO COMP-AMT.
       IF CP-CODE(COMP-IDX) = "EPF"
       ADD COMP-AMT TO ER-PF-AMT
       ELSE
       ADD COMP-AMT TO ER-OTH-AMT.
       GO TO CALC-EMPLOYER-LOOP.
       CALC-EMPLOYER-END.
       EXIT.

       FIND-COMPONENT.
       MOVE 0 TO COMP-FOUND.
       MOVE 0 TO COMP-IDX.
       GO TO CHECK-PERIOD-CLOSED-LOOP.
       CHECK-PERIOD-CLOSED-END.
       EXIT.

       LOAD-POSITIONS.
       MOVE ZERO TO PN-COUNT.
       OPEN INPUT POSFILE.
       MOVE "POSFILE" TO ERR-FILE.
       MOVE FS-POSFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-POSITIONS-READ.
       READ POSFILE NEXT RECORD
       AT END CLOSE POSFILE GO TO LOAD-POSITIONS-END.
       IF PN-COUNT >= 100
       DISPLAY "POSITION TABLE FULL - SKIPPING REMAINING DEPTS"
       CLOSE POSFILE
       GO TO LOAD-POSITIONS-END.
       ADD 1 TO PN-COUNT.
       MOVE PS-DEPT TO PN-DEPT(PN-COUNT).
       MOVE PS-SANCTION TO PN-SANCTION(PN-COUNT).
       MOVE ZERO TO PN-ACTIVE(PN-COUNT).
       GO TO LOAD-POSITIONS-READ.
       LOAD-POSITIONS-END.
       EXIT.

       LOAD-OVERRIDES.
       MOVE ZERO TO OVR-COUNT.
       OPEN INPUT POSOVR.
       MOVE "POSOVR" TO ERR-FILE.
       MOVE FS-POSOVR TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-OVERRIDES-READ.
       READ POSOVR RECORD INTO OVR-DETAIL
       AT END CLOSE POSOVR GO TO LOAD-OVERRIDES-END.
       IF PO-IDNO = SPACES
       GO TO LOAD-OVERRIDES-READ.
       IF OVR-COUNT >= 200
       DISPLAY "OVERRIDE TABLE FULL - SKIPPING REMAINING LINES"
       CLOSE POSOVR
       GO TO LOAD-OVERRIDES-END.
       ADD 1 TO OVR-COUNT.
       MOVE PO-IDNO TO OV-IDNO(OVR-COUNT).
       MOVE PO-DEPT TO OV-DEPT(OVR-COUNT).
       GO TO LOAD-OVERRIDES-READ.
       LOAD-OVERRIDES-END.
       EXIT.

       COUNT-STRENGTH.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       COUNT-STRENGTH-READ.
       READ EMP1 NEXT RECORD
       AT END CLOSE EMP1 GO TO COUNT-STRENGTH-END.
       IF EMP-STATUS = "S"
       GO TO COUNT-STRENGTH-READ.
       MOVE DEPT-CODE TO PN-SEARCH.
       PERFORM FIND-POSITION THRU FIND-POSITION-END.
       IF PN-FOUND = 1
       ADD 1 TO PN-ACTIVE(PN-IDX).
       GO TO COUNT-STRENGTH-READ.
       COUNT-STRENGTH-END.
       EXIT.

       FIND-POSITION.
       MOVE 0 TO PN-FOUND.
       MOVE 0 TO PN-IDX.
       FIND-POSITION-LOOP.
       ADD 1 TO PN-IDX.
       IF PN-IDX > PN-COUNT
       GO TO FIND-POSITION-END.
       IF PN-DEPT(PN-IDX) = PN-SEARCH
       MOVE 1 TO PN-FOUND
       GO TO FIND-POSITION-END.
       GO TO FIND-POSITION-LOOP.
       FIND-POSITION-END.
       EXIT.

       CHECK-STRENGTH.
       MOVE 1 TO STRENGTH-OK.
       MOVE DEPT-CODE TO PN-SEARCH.
       PERFORM FIND-POSITION THRU FIND-POSITION-END.
       IF PN-FOUND = 0
       DISPLAY "NO POSITION RECORD - STRENGTH NOT CONTROLLED:"
           DEPT-CODE
       GO TO CHECK-STRENGTH-END.
       IF PN-ACTIVE(PN-IDX) < PN-SANCTION(PN-IDX)
       GO TO CHECK-STRENGTH-END.
       MOVE 0 TO OVR-IDX.
       CHECK-STRENGTH-LOOP.
       ADD 1 TO OVR-IDX.
       IF OVR-IDX > OVR-COUNT
       GO TO CHECK-STRENGTH-ASK.
       IF OV-IDNO(OVR-IDX) = IDNO AND OV-DEPT(OVR-IDX) = DEPT-CODE
       DISPLAY "OVER-STRENGTH OVERRIDE APPLIED:" IDNO
       GO TO CHECK-STRENGTH-END.
       GO TO CHECK-STRENGTH-LOOP.
       CHECK-STRENGTH-ASK.
       MOVE 0 TO STRENGTH-OK.
       DISPLAY "SANCTIONED " PN-SANCTION(PN-IDX) " ACTIVE "
           PN-ACTIVE(PN-IDX) " IN DEPARTMENT " DEPT-CODE.
       IF SIGNON-LEVEL < 3
       DISPLAY "NO OVERRIDE RECORDED - HIRE REFUSED"
       GO TO CHECK-STRENGTH-END.
       DISPLAY "RECORD OVER-STRENGTH OVERRIDE (Y/N)".
       ACCEPT OVR-ANSWER.
       IF OVR-ANSWER NOT = "Y"
       GO TO CHECK-STRENGTH-END.
       MOVE SPACES TO OVR-DETAIL.
       DISPLAY "OVERRIDE REASON".
       ACCEPT PO-REASON.
       MOVE IDNO TO PO-IDNO.
       MOVE DEPT-CODE TO PO-DEPT.
       MOVE SIGNON-ID TO PO-OPER.
       ACCEPT PO-DATE FROM DATE YYYYMMDD.
       OPEN EXTEND POSOVR.
       MOVE "POSOVR" TO ERR-FILE.
       MOVE FS-POSOVR TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE POSOVR-REC FROM OVR-DETAIL.
       CLOSE POSOVR.
       IF OVR-COUNT < 200
       ADD 1 TO OVR-COUNT
       MOVE IDNO TO OV-IDNO(OVR-COUNT)
       MOVE DEPT-CODE TO OV-DEPT(OVR-COUNT).
       MOVE 1 TO STRENGTH-OK.
       CHECK-STRENGTH-END.
       EXIT.

       ADD-STRENGTH.
       IF PN-COUNT = 0
       GO TO ADD-STRENGTH-END.
       MOVE DEPT-CODE TO PN-SEARCH.
       PERFORM FIND-POSITION THRU FIND-POSITION-END.
       IF PN-FOUND = 1
       ADD 1 TO PN-ACTIVE(PN-IDX).
       ADD-STRENGTH-END.
       EXIT.
       P-TAX.
       IF GPAY NOT > 20000
       MOVE ZERO TO TAX
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
       WRITE-YTD-LOG.
       MOVE SPACES TO YL-REC.
       MOVE IDNO TO YL-IDNO.
       INVALID KEY
       PERFORM BUMP-YTD-SEQ THRU BUMP-YTD-SEQ-END
       NOT INVALID KEY
       ADD 1 TO RC-WRITE-COUNT
       PERFORM WRITE-ERC-LOG.
       WRITE-YTD-LOG-END.
       EXIT.

       INVALID KEY
       GO TO BUMP-YTD-SEQ.
       ADD 1 TO RC-WRITE-COUNT.
       PERFORM WRITE-ERC-LOG.
       BUMP-YTD-SEQ-END.
       EXIT.
       WRITE-ERC-LOG.
       MOVE SPACES TO EC-REC.
       MOVE YL-KEY TO EC-KEY.
       MOVE DEPT-CODE TO EC-DEPT.
       MOVE GPAY TO EC-GPAY.
       MOVE ER-PF-AMT TO EC-PF.
       MOVE ER-OTH-AMT TO EC-OTHER.
       COMPUTE EC-TOTAL = ER-PF-AMT + ER-OTH-AMT.
       WRITE EC-REC
       INVALID KEY
       DISPLAY "EMPLOYER CONTRIBUTION ALREADY LOGGED FOR:" IDNO.
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
       SHOW-BANK-ERROR.
       IF BANK-ERR = 1
       DISPLAY "BANK CODE NOT ON BANK MASTER:" BANK-CODE " - RE-ENTER"
       ELSE IF BANK-ERR = 2
       DISPLAY "ACCOUNT LENGTH WRONG FOR BANK " BANK-CODE
           " - RE-ENTER"
       ELSE
       DISPLAY "ACCOUNT MUST BE DIGITS ONLY FOR BANK " BANK-CODE
           " - RE-ENTER".
       WRITE-EMP-JOURNAL.
       ACCEPT JR-DATE FROM DATE YYYYMMDD.
       ACCEPT JR-TIME FROM TIME.
       MOVE DT TO JR-DATA.
       WRITE JRNL-REC FROM JR-DETAIL.

       HOLD-PAY-CHANGE.
       IF BPAY = OLD-BPAY AND BANK-ACCT = OLD-BANK-ACCT
           AND BANK-CODE = OLD-BANK-CODE
       GO TO HOLD-PAY-CHANGE-END.
       MOVE SPACES TO CHG-REC.
       MOVE IDNO TO CR-IDNO.
       ACCEPT CR-DATE FROM DATE YYYYMMDD.
       ACCEPT CR-TIME FROM TIME.
       MOVE "P" TO CR-STATUS.
       MOVE OLD-BPAY TO CR-OLD-BPAY.
       MOVE BPAY TO CR-NEW-BPAY.
       MOVE OLD-BANK-ACCT TO CR-OLD-ACCT.
       MOVE BANK-ACCT TO CR-NEW-ACCT.
       MOVE OLD-BANK-CODE TO CR-OLD-CODE.
       MOVE BANK-CODE TO CR-NEW-CODE.
       MOVE SIGNON-ID TO CR-MAKER.
       MOVE SIGNON-LEVEL TO CR-MAKER-LEVEL.
       MOVE ZERO TO CR-CHK-DATE.
       MOVE OLD-BPAY TO BPAY.
       MOVE OLD-BANK-ACCT TO BANK-ACCT.
       MOVE OLD-BANK-CODE TO BANK-CODE.
       WRITE CHG-REC
       INVALID KEY
       DISPLAY "CHANGE REQUEST NOT RECORDED - RE-KEY LATER:" IDNO
       NOT INVALID KEY
       DISPLAY "PAY/BANK CHANGE HELD FOR APPROVAL:" IDNO.
       HOLD-PAY-CHANGE-END.
       EXIT.

       WRITE-AUDIT-LOG.
       MOVE SPACES TO AUDIT-DETAIL.
       MOVE IDNO TO AUDIT-IDNO.
       DISPLAY "UPDATING A FILE".
       PERFORM LOAD-ATTENDANCE THRU LOAD-ATTENDANCE-END.
       PERFORM LOAD-CLOSED-PERIODS THRU LOAD-CLOSED-PERIODS-END.
       PERFORM OPEN-BANK-MASTER THRU OPEN-BANK-MASTER-END.
       IF BANK-CHECKING = 0
       DISPLAY "NO BANK BRANCH MASTER - BANK DETAILS NOT VALIDATED".
       OPEN I-O EMP1.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       OPEN I-O YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O ERCLOG.
       MOVE "ERCLOG" TO ERR-FILE.
       MOVE FS-ERCLOG TO ERR-STATUS.
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
       OPEN I-O CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND AUDITLOG.
       MOVE "AUDITLOG" TO ERR-FILE.
       MOVE FS-AUDITLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O CHGREQ.
       MOVE "CHGREQ" TO ERR-FILE.
       MOVE FS-CHGREQ TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND LOANREC.
       CLOSE EMP1.
       CLOSE EMPJRNL.
       CLOSE YTDLOG.
       CLOSE ERCLOG.
       CLOSE DECLFILE.
       CLOSE OTTRAN.
       CLOSE CLAIMFILE.
       CLOSE AUDITLOG.
       CLOSE CHGREQ.
       CLOSE LOANREC.
       CLOSE PAYDET.
       CLOSE BANKMAST.
       P4A.
       DISPLAY "FOUND".
       IF EMP-STATUS = "S"
       GO TO P4A-END.
       MOVE NAM TO OLD-NAM.
       MOVE BPAY TO OLD-BPAY.
       MOVE BANK-ACCT TO OLD-BANK-ACCT.
       MOVE BANK-CODE TO OLD-BANK-CODE.
       DISPLAY "EMPLOYEE NAME".
       ACCEPT NAM.
       DISPLAY "BASIC PAY".
       IF PERIOD-CLOSED = 1
       DISPLAY "PAY PERIOD " PAY-PERIOD " IS CLOSED - RE-ENTER"
       GO TO P4A-PERIOD.
       P4A-BANK.
       DISPLAY "BANK ACCOUNT NUMBER".
       ACCEPT BANK-ACCT.
       DISPLAY "BANK CODE".
       ACCEPT BANK-CODE.
       DISPLAY "PAYMENT MODE (B=BANK C=CASH)".
       ACCEPT PAY-MODE.
       IF PAY-MODE = "B" OR BANK-CODE NOT = SPACES
       MOVE BANK-CODE TO BK-CODE
       MOVE BANK-ACCT TO BK-ACCT
       PERFORM CHECK-BANK THRU CHECK-BANK-END
       IF BANK-ERR NOT = 0
       PERFORM SHOW-BANK-ERROR
       GO TO P4A-BANK.
       DISPLAY "DEPARTMENT CODE".
       ACCEPT DEPT-CODE.
       PERFORM HOLD-PAY-CHANGE THRU HOLD-PAY-CHANGE-END.
       PERFORM P-CALC.
       REWRITE DT.
       PERFORM MARK-CLAIMS-PAID THRU MARK-CLAIMS-PAID-END.
       MOVE "R" TO JR-ACTION.
       PERFORM WRITE-EMP-JOURNAL.
       PERFORM WRITE-YTD-LOG THRU WRITE-YTD-LOG-END.
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
