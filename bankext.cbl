       SELECT BANKFILE ASSIGN TO WS-BANK-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BANKFILE.
       SELECT OPTIONAL CHGREQ ASSIGN TO WS-CHGREQ-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CR-KEY
       FILE STATUS IS FS-CHGREQ.
       SELECT OPTIONAL BANKMAST ASSIGN TO WS-BANKMAST-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BM-CODE
       FILE STATUS IS FS-BANKMAST.
       SELECT OPTIONAL HOLDFILE ASSIGN TO WS-HOLD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HD-KEY
       FILE STATUS IS FS-HOLDFILE.
       SELECT EXCEPTFILE ASSIGN TO WS-EXCEPT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-EXCEPTFILE.
       SELECT BANKWORK ASSIGN TO WS-BANKWORK-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BANKWORK.
       SELECT BANKOUT ASSIGN TO WS-BANKOUT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BANKOUT.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       FD BANKFILE
       LABEL RECORDS ARE STANDARD.
       01 BANK-REC PIC X(50).
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
       FD EXCEPTFILE
       LABEL RECORDS ARE STANDARD.
       01 EXCEPT-REC PIC X(80).
       FD BANKWORK
       LABEL RECORDS ARE STANDARD.
       01 BANKWORK-REC.
       02 BW-BANK-ID PIC X(4).
       02 BW-DATA PIC X(50).
       FD BANKOUT
       LABEL RECORDS ARE STANDARD.
       01 BANKOUT-REC PIC X(50).
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       WORKING-STORAGE SECTION.
       77 WS-EMP1-FILE PIC X(40).
       77 WS-BANK-FILE PIC X(40).
       77 WS-CHGREQ-FILE PIC X(40).
       77 WS-BANKMAST-FILE PIC X(40).
       77 WS-BANKWORK-FILE PIC X(40).
       77 WS-BANKOUT-FILE PIC X(40).
       77 WS-BANK-PREFIX PIC X(30).
       77 WS-HOLD-FILE PIC X(40).
       77 WS-EXCEPT-FILE PIC X(40).
       77 HOLD-STATE PIC X VALUE SPACE.
       77 HOLD-COUNT PIC 9(6) VALUE ZERO.
       77 HOLD-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 HOLD-PAID-COUNT PIC 9(6) VALUE ZERO.
       77 BANK-CHECKING PIC 9 VALUE ZERO.
       77 BANK-FILE-COUNT PIC 99 VALUE ZERO.
       77 AMT-DISP PIC Z(8)9.99.
       01 BT-TABLE.
       02 BT-ENTRY OCCURS 50 TIMES.
       03 BT-ID PIC X(4).
       03 BT-NAME PIC X(20).
       03 BT-INSTR PIC 9(6).
       03 BT-TOTAL PIC 9(9)V99.
       77 BT-COUNT PIC 99 VALUE ZERO.
       77 BT-IDX PIC 99 VALUE ZERO.
       77 BT-FOUND PIC 9 VALUE ZERO.
       77 PEND-WARN-COUNT PIC 9(6) VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 INSTR-COUNT PIC 9(6) VALUE ZERO.
       77 SKIP-COUNT PIC 9(6) VALUE ZERO.
       02 BC-COUNT PIC 9(6).
       02 BC-TOTAL PIC 9(9)V99.
       02 FILLER PIC X(32) VALUE SPACES.
       01 EXC-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 EXC-HEADER2 PIC X(80) VALUE
       "          BANK TRANSFER EXCEPTIONS - SALARY HELD".
       01 EXC-RULE PIC X(80) VALUE ALL "-".
       01 EXC-COL-HEAD.
       02 FILLER PIC X(39) VALUE
       "EMPLOYEE NO          PERIOD    NET PAY ".
       02 FILLER PIC X(41) VALUE
       "HELD BY  REASON".
       01 EXC-DETAIL.
       02 EX-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 EX-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 EX-NPAY PIC Z(6)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 EX-OPER PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 EX-REASON PIC X(30).
       02 FILLER PIC X(2) VALUE SPACES.
       01 EXC-TOTAL-LINE.
       02 FILLER PIC X(20) VALUE "TOTAL HELD".
       02 FILLER PIC X VALUE SPACE.
       02 ET-COUNT PIC ZZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 ET-AMOUNT PIC Z(8)9.99.
       02 FILLER PIC X(40) VALUE SPACES.
       77 WS-RUNCTL-FILE PIC X(40).
       77 RC-DATE-NOW PIC 9(8).
       77 RC-TIME-NOW PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-BANKFILE PIC XX VALUE "00".
       77 FS-CHGREQ PIC XX VALUE "00".
       77 FS-BANKMAST PIC XX VALUE "00".
       77 FS-HOLDFILE PIC XX VALUE "00".
       77 FS-EXCEPTFILE PIC XX VALUE "00".
       77 FS-BANKWORK PIC XX VALUE "00".
       77 FS-BANKOUT PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       MOVE PARM-ANSWER TO WS-BANK-FILE.
       IF WS-BANK-FILE = SPACES
       MOVE "BANKPAY.DAT" TO WS-BANK-FILE.
       MOVE "CHGREQ" TO PARM-KEY
       MOVE "ENTER CHANGE REQUEST FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CHGREQ-FILE.
       IF WS-CHGREQ-FILE = SPACES
       MOVE "CHGREQ.DAT" TO WS-CHGREQ-FILE.
       MOVE "BANKMAST" TO PARM-KEY
       MOVE "ENTER BANK BRANCH MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANKMAST-FILE.
       IF WS-BANKMAST-FILE = SPACES
       MOVE "BANKMAST.DAT" TO WS-BANKMAST-FILE.
       MOVE "BANKPFX" TO PARM-KEY
       MOVE "ENTER PER-BANK UPLOAD FILE PREFIX (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANK-PREFIX.
       IF WS-BANK-PREFIX = SPACES
       MOVE "BANKPAY-" TO WS-BANK-PREFIX.
       MOVE "BANKWORK" TO PARM-KEY
       MOVE "ENTER BANK EXTRACT WORK FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANKWORK-FILE.
       IF WS-BANKWORK-FILE = SPACES
       MOVE "BANKWORK.DAT" TO WS-BANKWORK-FILE.
       MOVE "HOLD" TO PARM-KEY
       MOVE "ENTER SALARY HOLD REGISTER NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HOLD-FILE.
       IF WS-HOLD-FILE = SPACES
       MOVE "HOLD.DAT" TO WS-HOLD-FILE.
       MOVE "EXCEPT" TO PARM-KEY
       MOVE "ENTER HELD-SALARY EXCEPTIONS LIST NAME (DD OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EXCEPT-FILE.
       IF WS-EXCEPT-FILE = SPACES
       MOVE "BANKEXC.LST" TO WS-EXCEPT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       MOVE FS-BANKFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT CHGREQ.
       MOVE "CHGREQ" TO ERR-FILE.
       MOVE FS-CHGREQ TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM OPEN-BANK-MASTER THRU OPEN-BANK-MASTER-END.
       IF BANK-CHECKING = 0
       DISPLAY "NO BANK BRANCH MASTER - PER-BANK FILES NOT PRODUCED".
       OPEN OUTPUT BANKWORK.
       MOVE "BANKWORK" TO ERR-FILE.
       MOVE FS-BANKWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O HOLDFILE.
       MOVE "HOLDFILE" TO ERR-FILE.
       MOVE FS-HOLDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT EXCEPTFILE.
       MOVE "EXCEPTFILE" TO ERR-FILE.
       MOVE FS-EXCEPTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE EXCEPT-REC FROM EXC-RULE.
       WRITE EXCEPT-REC FROM EXC-HEADER1.
       WRITE EXCEPT-REC FROM EXC-HEADER2.
       WRITE EXCEPT-REC FROM EXC-RULE.
       WRITE EXCEPT-REC FROM EXC-COL-HEAD.
       READ-EMP.
       READ EMP1 NEXT RECORD AT END GO TO END-EXTRACT.
       ADD 1 TO READ-COUNT.
       WRITE BANK-REC FROM BANK-CONTROL.
       CLOSE EMP1.
       CLOSE BANKFILE.
       CLOSE CHGREQ.
       CLOSE BANKMAST.
       WRITE EXCEPT-REC FROM EXC-RULE.
       MOVE HOLD-COUNT TO ET-COUNT.
       MOVE HOLD-TOTAL TO ET-AMOUNT.
       WRITE EXCEPT-REC FROM EXC-TOTAL-LINE.
       CLOSE HOLDFILE.
       CLOSE EXCEPTFILE.
       CLOSE BANKWORK.
       MOVE 0 TO BT-IDX.
       PERFORM WRITE-BANK-FILE THRU WRITE-BANK-FILE-END
           BT-COUNT TIMES.
       DISPLAY "EMPLOYEES READ:" READ-COUNT.
       DISPLAY "CREDIT INSTRUCTIONS WRITTEN:" INSTR-COUNT.
       DISPLAY "EMPLOYEES SKIPPED:" SKIP-COUNT.
       DISPLAY "PER-BANK UPLOAD FILES WRITTEN:" BANK-FILE-COUNT.
       DISPLAY "EMPLOYEES WITH SALARY HELD:" HOLD-COUNT.
       IF HOLD-PAID-COUNT > 0
       DISPLAY "RELEASED HOLDS PAID IN THIS RUN:" HOLD-PAID-COUNT.
       IF PEND-WARN-COUNT > 0
       DISPLAY "PAID WITH BANK CHANGE PENDING APPROVAL:"
           PEND-WARN-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       WRITE-INSTRUCTION.
       IF EMP-STATUS = "S"
       IF PAY-MODE NOT = "B"
       ADD 1 TO SKIP-COUNT
       GO TO WRITE-INSTRUCTION-END.
       PERFORM CHECK-HOLD THRU CHECK-HOLD-END.
       IF HOLD-STATE = "H" OR HOLD-STATE = "P"
       ADD 1 TO SKIP-COUNT
       GO TO WRITE-INSTRUCTION-END.
       IF BANK-ACCT = SPACES
       DISPLAY "NO BANK ACCOUNT ON FILE - SKIPPED:" IDNO
       ADD 1 TO SKIP-COUNT
       DISPLAY "NO BANK CODE ON FILE - SKIPPED:" IDNO
       ADD 1 TO SKIP-COUNT
       GO TO WRITE-INSTRUCTION-END.
       IF BANK-CHECKING = 1
       PERFORM FIND-BANK THRU FIND-BANK-END
       IF BT-FOUND = 0
       ADD 1 TO SKIP-COUNT
       GO TO WRITE-INSTRUCTION-END.
       PERFORM CHECK-PENDING-CHANGE THRU CHECK-PENDING-CHANGE-END.
       MOVE BANK-ACCT TO BD-ACCT.
       MOVE BANK-CODE TO BD-CODE.
       MOVE NPAY TO BD-AMOUNT.
       WRITE BANK-REC FROM BANK-DETAIL.
       ADD 1 TO INSTR-COUNT.
       ADD NPAY TO INSTR-TOTAL.
       IF BANK-CHECKING = 1
       MOVE BT-ID(BT-IDX) TO BW-BANK-ID
       MOVE BANK-DETAIL TO BW-DATA
       WRITE BANKWORK-REC
       ADD 1 TO BT-INSTR(BT-IDX)
       ADD NPAY TO BT-TOTAL(BT-IDX).
       IF HOLD-STATE = "R"
       MOVE "P" TO HD-STATUS
       ACCEPT HD-PAID-DATE FROM DATE YYYYMMDD
       MOVE NPAY TO HD-PAID-AMT
       MOVE "T" TO HD-PAID-MODE
       REWRITE HD-REC
       ADD 1 TO HOLD-PAID-COUNT.
       WRITE-INSTRUCTION-END.
       EXIT.

       CHECK-HOLD.
       MOVE SPACE TO HOLD-STATE.
       MOVE IDNO TO HD-IDNO.
       MOVE PAY-PERIOD TO HD-PERIOD.
       READ HOLDFILE RECORD KEY IS HD-KEY
       INVALID KEY GO TO CHECK-HOLD-END.
       MOVE HD-STATUS TO HOLD-STATE.
       IF HOLD-STATE = "P" AND HD-PAID-MODE = "T"
       MOVE "R" TO HOLD-STATE.
       IF HOLD-STATE = "R"
       GO TO CHECK-HOLD-END.
       MOVE IDNO TO EX-IDNO.
       MOVE PAY-PERIOD TO EX-PERIOD.
       MOVE NPAY TO EX-NPAY.
       MOVE HD-OPER TO EX-OPER.
       IF HOLD-STATE = "P"
       MOVE "ALREADY PAID IN RELEASE RUN" TO EX-REASON
       ELSE
       MOVE HD-REASON TO EX-REASON
       ADD 1 TO HOLD-COUNT
       ADD NPAY TO HOLD-TOTAL.
       WRITE EXCEPT-REC FROM EXC-DETAIL.
       DISPLAY "SALARY HELD - NOT PAID:" IDNO.
       CHECK-HOLD-END.
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

       FIND-BANK.
       MOVE 0 TO BT-FOUND.
       MOVE BANK-CODE TO BM-CODE.
       READ BANKMAST RECORD KEY IS BM-CODE
       INVALID KEY
       DISPLAY "BANK CODE NOT ON BANK MASTER - SKIPPED:" IDNO
       GO TO FIND-BANK-END.
       MOVE 0 TO BT-IDX.
       FIND-BANK-LOOP.
       ADD 1 TO BT-IDX.
       IF BT-IDX > BT-COUNT
       GO TO FIND-BANK-ADD.
       IF BT-ID(BT-IDX) = BM-BANK-ID
       MOVE 1 TO BT-FOUND
       GO TO FIND-BANK-END.
       GO TO FIND-BANK-LOOP.
       FIND-BANK-ADD.
       IF BT-COUNT >= 50
       DISPLAY "BANK TABLE FULL - SKIPPED:" IDNO
       GO TO FIND-BANK-END.
       ADD 1 TO BT-COUNT.
       MOVE BT-COUNT TO BT-IDX.
       MOVE BM-BANK-ID TO BT-ID(BT-IDX).
       MOVE BM-BANK-NAME TO BT-NAME(BT-IDX).
       MOVE ZERO TO BT-INSTR(BT-IDX).
       MOVE ZERO TO BT-TOTAL(BT-IDX).
       MOVE 1 TO BT-FOUND.
       FIND-BANK-END.
       EXIT.

       WRITE-BANK-FILE.
       ADD 1 TO BT-IDX.
       MOVE SPACES TO WS-BANKOUT-FILE.
       STRING WS-BANK-PREFIX DELIMITED BY SPACE
           BT-ID(BT-IDX) DELIMITED BY SPACE
           ".DAT" DELIMITED BY SIZE
           INTO WS-BANKOUT-FILE.
       OPEN OUTPUT BANKOUT.
       MOVE "BANKOUT" TO ERR-FILE.
       MOVE FS-BANKOUT TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT BANKWORK.
       MOVE "BANKWORK" TO ERR-FILE.
       MOVE FS-BANKWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE-BANK-FILE-READ.
       READ BANKWORK AT END GO TO WRITE-BANK-FILE-CONTROL.
       IF BW-BANK-ID NOT = BT-ID(BT-IDX)
       GO TO WRITE-BANK-FILE-READ.
       WRITE BANKOUT-REC FROM BW-DATA.
       GO TO WRITE-BANK-FILE-READ.
       WRITE-BANK-FILE-CONTROL.
       MOVE BT-INSTR(BT-IDX) TO BC-COUNT.
       MOVE BT-TOTAL(BT-IDX) TO BC-TOTAL.
       WRITE BANKOUT-REC FROM BANK-CONTROL.
       CLOSE BANKWORK.
       CLOSE BANKOUT.
       ADD 1 TO BANK-FILE-COUNT.
       MOVE BT-TOTAL(BT-IDX) TO AMT-DISP.
       DISPLAY "BANK " BT-ID(BT-IDX) " " BT-NAME(BT-IDX)
           " INSTRUCTIONS:" BT-INSTR(BT-IDX) " TOTAL:" AMT-DISP.
       DISPLAY "    FILE:" WS-BANKOUT-FILE.
       WRITE-BANK-FILE-END.
       EXIT.

       CHECK-PENDING-CHANGE.
       MOVE IDNO TO CR-IDNO.
       MOVE ZERO TO CR-DATE.
       MOVE ZERO TO CR-TIME.
       START CHGREQ KEY NOT < CR-KEY
       INVALID KEY GO TO CHECK-PENDING-CHANGE-END.
       CHECK-PENDING-CHANGE-READ.
       READ CHGREQ NEXT RECORD
       AT END GO TO CHECK-PENDING-CHANGE-END.
       IF CR-IDNO NOT = IDNO
       GO TO CHECK-PENDING-CHANGE-END.
       IF CR-STATUS NOT = "P"
       GO TO CHECK-PENDING-CHANGE-READ.
       IF CR-NEW-ACCT = CR-OLD-ACCT AND CR-NEW-CODE = CR-OLD-CODE
       GO TO CHECK-PENDING-CHANGE-READ.
       DISPLAY "WARNING - BANK CHANGE PENDING APPROVAL, PAID TO "
           "CURRENT ACCOUNT:" IDNO.
       ADD 1 TO PEND-WARN-COUNT.
       CHECK-PENDING-CHANGE-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
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

