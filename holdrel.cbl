       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldRelease.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL HOLDFILE ASSIGN TO WS-HOLD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HD-KEY
       FILE STATUS IS FS-HOLDFILE.
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
       SELECT BANKFILE ASSIGN TO WS-BANK-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BANKFILE.
       SELECT VOUCHFILE ASSIGN TO WS-VOUCH-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-VOUCHFILE.
       SELECT REGFILE ASSIGN TO WS-REG-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-REGFILE.
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
       FD BANKFILE
       LABEL RECORDS ARE STANDARD.
       01 BANK-REC PIC X(50).
       FD VOUCHFILE
       LABEL RECORDS ARE STANDARD.
       01 VOUCH-REC PIC X(80).
       FD REGFILE
       LABEL RECORDS ARE STANDARD.
       01 REG-REC PIC X(60).
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
       77 WS-HOLD-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-BANK-FILE PIC X(40).
       77 WS-VOUCH-FILE PIC X(40).
       77 WS-REG-FILE PIC X(40).
       77 REQ-PERIOD PIC X(6).
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 PAID-COUNT PIC 9(6) VALUE ZERO.
       77 FAIL-COUNT PIC 9(6) VALUE ZERO.
       77 VOUCHER-NO PIC 9(6) VALUE ZERO.
       77 INSTR-COUNT PIC 9(6) VALUE ZERO.
       77 INSTR-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 CASH-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 RELEASE-AMT PIC S9(7)V99 VALUE ZERO.
       77 PAY-OK PIC 9 VALUE ZERO.
       01 BANK-DETAIL.
       02 BD-TYPE PIC X VALUE "D".
       02 BD-ACCT PIC X(15).
       02 BD-CODE PIC X(11).
       02 BD-AMOUNT PIC 9(6)V99.
       02 BD-PERIOD PIC X(6).
       02 FILLER PIC X(9) VALUE SPACES.
       01 BANK-CONTROL.
       02 BC-TYPE PIC X VALUE "C".
       02 BC-COUNT PIC 9(6).
       02 BC-TOTAL PIC 9(9)V99.
       02 FILLER PIC X(32) VALUE SPACES.
       01 VOUCH-RULE PIC X(80) VALUE ALL "-".
       01 VOUCH-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 VOUCH-HEADER2.
       02 FILLER PIC X(25) VALUE "SUPPL. CASH VOUCHER NO : ".
       02 VH-NO PIC 9(6).
       02 FILLER PIC X(11) VALUE "  PERIOD : ".
       02 VH-PERIOD PIC X(6).
       02 FILLER PIC X(32) VALUE SPACES.
       01 VOUCH-NAME-LINE.
       02 FILLER PIC X(16) VALUE "EMPLOYEE NAME : ".
       02 VN-NAM PIC X(20).
       02 FILLER PIC X(44) VALUE SPACES.
       01 VOUCH-IDNO-LINE.
       02 FILLER PIC X(16) VALUE "EMPLOYEE NO   : ".
       02 VN-IDNO PIC X(20).
       02 FILLER PIC X(44) VALUE SPACES.
       01 VOUCH-AMT-LINE.
       02 FILLER PIC X(16) VALUE "NET PAY       : ".
       02 VN-AMT PIC Z(6)9.99.
       02 FILLER PIC X(54) VALUE SPACES.
       01 VOUCH-SIGN-LINE PIC X(80) VALUE
       "RECEIVED THE ABOVE AMOUNT    SIGNATURE: ________________".
       01 REG-DETAIL.
       02 RG-VOUCHER-NO PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RG-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RG-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 RG-NPAY PIC 9(6)V99.
       02 FILLER PIC X(16) VALUE SPACES.
       01 SUMMARY-LINE.
       02 SL-LABEL PIC X(24).
       02 SL-AMT PIC Z(8)9.99.
       02 FILLER PIC X(43) VALUE SPACES.
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
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-HOLDFILE PIC XX VALUE "00".
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-BANKFILE PIC XX VALUE "00".
       77 FS-VOUCHFILE PIC XX VALUE "00".
       77 FS-REGFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "HOLDRELEASE".
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
       MOVE "HOLD" TO PARM-KEY
       MOVE "ENTER SALARY HOLD REGISTER NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HOLD-FILE.
       IF WS-HOLD-FILE = SPACES
       MOVE "HOLD.DAT" TO WS-HOLD-FILE.
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
       MOVE "BANK" TO PARM-KEY
       MOVE "ENTER SUPPLEMENTARY BANK FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANK-FILE.
       IF WS-BANK-FILE = SPACES
       MOVE "BANKSUPP.DAT" TO WS-BANK-FILE.
       MOVE "VOUCH" TO PARM-KEY
       MOVE "ENTER SUPPLEMENTARY VOUCHER PRINT NAME (DD OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-VOUCH-FILE.
       IF WS-VOUCH-FILE = SPACES
       MOVE "VOUCHSUP.LST" TO WS-VOUCH-FILE.
       MOVE "REG" TO PARM-KEY
       MOVE "ENTER SUPPLEMENTARY VOUCHER REGISTER (DD OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REG-FILE.
       IF WS-REG-FILE = SPACES
       MOVE "VOUCHSUP.DAT" TO WS-REG-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       MOVE "REQ-PERIOD" TO PARM-KEY
       MOVE "ENTER CURRENT PAY PERIOD (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-PERIOD.
       IF REQ-PERIOD IS NOT NUMERIC
       DISPLAY "INVALID PAY PERIOD:" REQ-PERIOD
       MOVE 8 TO RETURN-CODE
       GOBACK.
       PERFORM WRITE-RUN-START.
       OPEN I-O HOLDFILE.
       MOVE "HOLDFILE" TO ERR-FILE.
       MOVE FS-HOLDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
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
       OPEN OUTPUT BANKFILE.
       MOVE "BANKFILE" TO ERR-FILE.
       MOVE FS-BANKFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT VOUCHFILE.
       MOVE "VOUCHFILE" TO ERR-FILE.
       MOVE FS-VOUCHFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       READ-HOLD.
       READ HOLDFILE NEXT RECORD AT END GO TO END-RELEASE.
       ADD 1 TO READ-COUNT.
       IF HD-STATUS NOT = "R"
       GO TO READ-HOLD.
       IF HD-PERIOD NOT < REQ-PERIOD
       GO TO READ-HOLD.
       PERFORM RELEASE-ONE THRU RELEASE-ONE-END.
       GO TO READ-HOLD.
       END-RELEASE.
       MOVE INSTR-COUNT TO BC-COUNT.
       MOVE INSTR-TOTAL TO BC-TOTAL.
       WRITE BANK-REC FROM BANK-CONTROL.
       WRITE VOUCH-REC FROM VOUCH-RULE.
       MOVE "  TOTAL CASH REQUIRED : " TO SL-LABEL.
       MOVE CASH-TOTAL TO SL-AMT.
       WRITE VOUCH-REC FROM SUMMARY-LINE.
       CLOSE HOLDFILE.
       CLOSE EMP1.
       CLOSE YTDLOG.
       CLOSE BANKFILE.
       CLOSE VOUCHFILE.
       CLOSE REGFILE.
       DISPLAY "HOLD RECORDS READ:" READ-COUNT.
       DISPLAY "RELEASED HOLDS PAID:" PAID-COUNT.
       DISPLAY "  BY BANK TRANSFER:" INSTR-COUNT.
       DISPLAY "  BY CASH VOUCHER:" VOUCHER-NO.
       IF FAIL-COUNT > 0
       DISPLAY "RELEASED HOLDS NOT PAID - SEE ABOVE:" FAIL-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       RELEASE-ONE.
       MOVE HD-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "EMPLOYEE NOT ON MASTER - HOLD NOT PAID:" HD-IDNO
       ADD 1 TO FAIL-COUNT
       GO TO RELEASE-ONE-END.
       PERFORM FIND-HELD-PAY THRU FIND-HELD-PAY-END.
       IF RELEASE-AMT NOT > ZERO
       DISPLAY "NO NET PAY ON YTD LOG FOR " HD-IDNO " " HD-PERIOD
       ADD 1 TO FAIL-COUNT
       GO TO RELEASE-ONE-END.
       MOVE 0 TO PAY-OK.
       IF PAY-MODE = "B"
       PERFORM WRITE-INSTRUCTION THRU WRITE-INSTRUCTION-END
       ELSE
       PERFORM PRINT-VOUCHER THRU PRINT-VOUCHER-END.
       IF PAY-OK = 0
       ADD 1 TO FAIL-COUNT
       GO TO RELEASE-ONE-END.
       MOVE "P" TO HD-STATUS.
       ACCEPT HD-PAID-DATE FROM DATE YYYYMMDD.
       MOVE RELEASE-AMT TO HD-PAID-AMT.
       MOVE PAY-MODE TO HD-PAID-MODE.
       REWRITE HD-REC.
       ADD 1 TO PAID-COUNT.
       DISPLAY "HELD SALARY PAID:" HD-IDNO " " HD-PERIOD.
       RELEASE-ONE-END.
       EXIT.

       FIND-HELD-PAY.
       MOVE ZERO TO RELEASE-AMT.
       MOVE HD-IDNO TO YL-IDNO.
       MOVE HD-PERIOD TO YL-PERIOD.
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO FIND-HELD-PAY-END.
       FIND-HELD-PAY-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO FIND-HELD-PAY-END.
       IF YL-IDNO NOT = HD-IDNO OR YL-PERIOD NOT = HD-PERIOD
       GO TO FIND-HELD-PAY-END.
       IF YL-REV = "B"
       GO TO FIND-HELD-PAY-READ.
       ADD YL-NPAY TO RELEASE-AMT.
       GO TO FIND-HELD-PAY-READ.
       FIND-HELD-PAY-END.
       EXIT.

       WRITE-INSTRUCTION.
       IF BANK-ACCT = SPACES OR BANK-CODE = SPACES
       DISPLAY "NO BANK DETAILS ON FILE - HOLD NOT PAID:" IDNO
       GO TO WRITE-INSTRUCTION-END.
       MOVE BANK-ACCT TO BD-ACCT.
       MOVE BANK-CODE TO BD-CODE.
       MOVE RELEASE-AMT TO BD-AMOUNT.
       MOVE HD-PERIOD TO BD-PERIOD.
       WRITE BANK-REC FROM BANK-DETAIL.
       ADD 1 TO INSTR-COUNT.
       ADD RELEASE-AMT TO INSTR-TOTAL.
       MOVE 1 TO PAY-OK.
       WRITE-INSTRUCTION-END.
       EXIT.

       PRINT-VOUCHER.
       ADD 1 TO VOUCHER-NO.
       WRITE VOUCH-REC FROM VOUCH-RULE.
       WRITE VOUCH-REC FROM VOUCH-HEADER1.
       MOVE VOUCHER-NO TO VH-NO.
       MOVE HD-PERIOD TO VH-PERIOD.
       WRITE VOUCH-REC FROM VOUCH-HEADER2.
       MOVE NAM TO VN-NAM.
       WRITE VOUCH-REC FROM VOUCH-NAME-LINE.
       MOVE IDNO TO VN-IDNO.
       WRITE VOUCH-REC FROM VOUCH-IDNO-LINE.
       MOVE RELEASE-AMT TO VN-AMT.
       WRITE VOUCH-REC FROM VOUCH-AMT-LINE.
       MOVE SPACES TO VOUCH-REC.
       WRITE VOUCH-REC.
       WRITE VOUCH-REC FROM VOUCH-SIGN-LINE.
       MOVE SPACES TO VOUCH-REC.
       WRITE VOUCH-REC.
       MOVE SPACES TO REG-DETAIL.
       MOVE VOUCHER-NO TO RG-VOUCHER-NO.
       MOVE IDNO TO RG-IDNO.
       MOVE HD-PERIOD TO RG-PERIOD.
       MOVE RELEASE-AMT TO RG-NPAY.
       WRITE REG-REC FROM REG-DETAIL.
       ADD RELEASE-AMT TO CASH-TOTAL.
       MOVE 1 TO PAY-OK.
       PRINT-VOUCHER-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "HOLDRELEASE" TO RC-PROG.
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
       MOVE "HOLDRELEASE" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE READ-COUNT TO RC-READ.
       MOVE PAID-COUNT TO RC-WRITTEN.
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

       END PROGRAM HoldRelease.
