       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgApprove.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CHGREQ ASSIGN TO WS-CHGREQ-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CR-KEY
       FILE STATUS IS FS-CHGREQ.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
       SELECT AUDITLOG ASSIGN TO WS-AUDITLOG-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-AUDITLOG.
       SELECT OPTIONAL EMPJRNL ASSIGN TO WS-JRNL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-EMPJRNL.
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
       FD AUDITLOG
       LABEL RECORDS ARE STANDARD.
       01 AUDIT-REC PIC X(110).
       FD EMPJRNL
       LABEL RECORDS ARE STANDARD.
       01 JRNL-REC PIC X(182).
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
       77 WS-CHGREQ-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-AUDITLOG-FILE PIC X(40).
       77 WS-OPER-FILE PIC X(40).
       77 CHI PIC 9.
       77 CHK-ANSWER PIC X.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 APPROVE-COUNT PIC 9(6) VALUE ZERO.
       77 REJECT-COUNT PIC 9(6) VALUE ZERO.
       77 PEND-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 OLD-BPAY PIC 9(6).
       77 AUDIT-DATE PIC 9(8).
       77 AUDIT-TIME PIC 9(8).
       01 AUDIT-DETAIL.
       02 AUDIT-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-OLD-NAM PIC A(20).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-NEW-NAM PIC A(20).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-OLD-BPAY PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-NEW-BPAY PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-DATE-OUT PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-TIME-OUT PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 AUDIT-OPER PIC X(8).
       77 TRY-ID PIC X(8).
       77 TRY-PASS PIC X(8).
       77 SIGNON-ID PIC X(8).
       77 SIGNON-LEVEL PIC 9 VALUE ZERO.
       77 SIGNON-OK PIC 9 VALUE ZERO.
       77 SIGNON-TRIES PIC 9 VALUE ZERO.
       77 NEED-LEVEL PIC 9.
       77 WS-JRNL-FILE PIC X(40) VALUE "EMPJRNL.DAT".
       01 JR-DETAIL.
       02 JR-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 JR-TIME PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 JR-PROG PIC X(12) VALUE "CHGAPPROVE".
       02 FILLER PIC X VALUE SPACE.
       02 JR-ACTION PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 JR-DATA PIC X(149).
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
       77 FS-CHGREQ PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-AUDITLOG PIC XX VALUE "00".
       77 FS-EMPJRNL PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "CHGAPPROVE".
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
       MOVE "CHGREQ" TO PARM-KEY
       MOVE "ENTER CHANGE REQUEST FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CHGREQ-FILE.
       IF WS-CHGREQ-FILE = SPACES
       MOVE "CHGREQ.DAT" TO WS-CHGREQ-FILE.
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "AUDITLOG" TO PARM-KEY
       MOVE "ENTER AUDIT LOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-AUDITLOG-FILE.
       IF WS-AUDITLOG-FILE = SPACES
       MOVE "AUDIT.LOG" TO WS-AUDITLOG-FILE.
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
       DISPLAY "PAY AND BANK CHANGE APPROVAL".
       DISPLAY "1.REVIEW PENDING CHANGES".
       DISPLAY "2.LIST PENDING CHANGES".
       DISPLAY "3.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-END.
       IF SIGNON-LEVEL < NEED-LEVEL
       DISPLAY "NOT AUTHORIZED FOR THIS OPTION - OPERATOR " SIGNON-ID
       GO TO MENU-PARA.
       IF CHI=1
       PERFORM REVIEW-CHANGES THRU REVIEW-CHANGES-END
       ELSE IF CHI=2
       PERFORM LIST-PENDING THRU LIST-PENDING-END
       ELSE IF CHI=3
       DISPLAY "CHANGES APPROVED:" APPROVE-COUNT
       DISPLAY "CHANGES REJECTED:" REJECT-COUNT
       PERFORM WRITE-RUN-END
       STOP RUN
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.

       CHECK-AUTHORITY.
       IF CHI = 1
       MOVE 3 TO NEED-LEVEL
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

       REVIEW-CHANGES.
       OPEN I-O CHGREQ.
       MOVE "CHGREQ" TO ERR-FILE.
       MOVE FS-CHGREQ TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND AUDITLOG.
       MOVE "AUDITLOG" TO ERR-FILE.
       MOVE FS-AUDITLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       MOVE FS-EMPJRNL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       REVIEW-CHANGES-READ.
       READ CHGREQ NEXT RECORD
       AT END GO TO REVIEW-CHANGES-DONE.
       IF CR-STATUS NOT = "P"
       GO TO REVIEW-CHANGES-READ.
       ADD 1 TO READ-COUNT.
       PERFORM SHOW-CHANGE THRU SHOW-CHANGE-END.
       IF CR-MAKER = SIGNON-ID
       DISPLAY "KEYED BY YOU - ANOTHER OPERATOR MUST APPROVE"
       GO TO REVIEW-CHANGES-READ.
       IF SIGNON-LEVEL NOT > CR-MAKER-LEVEL
       DISPLAY "MAKER IS LEVEL " CR-MAKER-LEVEL
           " - HIGHER LEVEL NEEDED TO APPROVE"
       GO TO REVIEW-CHANGES-READ.
       REVIEW-CHANGES-ASK.
       DISPLAY "A=APPROVE R=REJECT S=SKIP Q=QUIT".
       ACCEPT CHK-ANSWER.
       IF CHK-ANSWER = "A"
       PERFORM APPROVE-CHANGE THRU APPROVE-CHANGE-END
       ELSE IF CHK-ANSWER = "R"
       PERFORM REJECT-CHANGE THRU REJECT-CHANGE-END
       ELSE IF CHK-ANSWER = "Q"
       GO TO REVIEW-CHANGES-DONE
       ELSE IF CHK-ANSWER NOT = "S"
       DISPLAY "INVALID ANSWER - RE-ENTER"
       GO TO REVIEW-CHANGES-ASK.
       GO TO REVIEW-CHANGES-READ.
       REVIEW-CHANGES-DONE.
       CLOSE CHGREQ.
       CLOSE EMP1.
       CLOSE AUDITLOG.
       CLOSE EMPJRNL.
       DISPLAY "PENDING CHANGES REVIEWED:" READ-COUNT.
       MOVE ZERO TO READ-COUNT.
       REVIEW-CHANGES-END.
       EXIT.

       SHOW-CHANGE.
       DISPLAY "EMPLOYEE:" CR-IDNO " KEYED " CR-DATE " BY " CR-MAKER.
       IF CR-NEW-BPAY NOT = CR-OLD-BPAY
       DISPLAY "  BASIC PAY    " CR-OLD-BPAY " TO " CR-NEW-BPAY.
       IF CR-NEW-ACCT NOT = CR-OLD-ACCT
       DISPLAY "  BANK ACCOUNT " CR-OLD-ACCT " TO " CR-NEW-ACCT.
       IF CR-NEW-CODE NOT = CR-OLD-CODE
       DISPLAY "  BANK CODE    " CR-OLD-CODE " TO " CR-NEW-CODE.
       SHOW-CHANGE-END.
       EXIT.

       APPROVE-CHANGE.
       MOVE CR-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "EMPLOYEE NOT ON MASTER - CHANGE LEFT PENDING"
       GO TO APPROVE-CHANGE-END.
       IF EMP-STATUS = "S"
       DISPLAY "EMPLOYEE IS SEPARATED - CHANGE LEFT PENDING"
       GO TO APPROVE-CHANGE-END.
       IF BPAY NOT = CR-OLD-BPAY
       OR BANK-ACCT NOT = CR-OLD-ACCT
       OR BANK-CODE NOT = CR-OLD-CODE
       DISPLAY "MASTER CHANGED SINCE REQUEST WAS KEYED - STALE"
       PERFORM REJECT-CHANGE THRU REJECT-CHANGE-END
       GO TO APPROVE-CHANGE-END.
       MOVE BPAY TO OLD-BPAY.
       IF CR-NEW-BPAY NOT = CR-OLD-BPAY
       MOVE CR-NEW-BPAY TO BPAY.
       IF CR-NEW-ACCT NOT = CR-OLD-ACCT
       MOVE CR-NEW-ACCT TO BANK-ACCT.
       IF CR-NEW-CODE NOT = CR-OLD-CODE
       MOVE CR-NEW-CODE TO BANK-CODE.
       REWRITE DT.
       MOVE "R" TO JR-ACTION.
       PERFORM WRITE-EMP-JOURNAL.
       PERFORM WRITE-AUDIT-LOG.
       MOVE "A" TO CR-STATUS.
       MOVE SIGNON-ID TO CR-CHECKER.
       ACCEPT CR-CHK-DATE FROM DATE YYYYMMDD.
       REWRITE CHG-REC.
       ADD 1 TO APPROVE-COUNT.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "CHANGE APPROVED AND APPLIED:" CR-IDNO.
       IF CR-NEW-BPAY NOT = CR-OLD-BPAY
       DISPLAY "PAY WILL BE RECALCULATED IN THE NEXT PAYROLL RUN".
       APPROVE-CHANGE-END.
       EXIT.

       REJECT-CHANGE.
       MOVE "R" TO CR-STATUS.
       MOVE SIGNON-ID TO CR-CHECKER.
       ACCEPT CR-CHK-DATE FROM DATE YYYYMMDD.
       REWRITE CHG-REC.
       ADD 1 TO REJECT-COUNT.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "CHANGE REJECTED:" CR-IDNO.
       REJECT-CHANGE-END.
       EXIT.

       LIST-PENDING.
       MOVE ZERO TO PEND-COUNT.
       OPEN INPUT CHGREQ.
       MOVE "CHGREQ" TO ERR-FILE.
       MOVE FS-CHGREQ TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LIST-PENDING-READ.
       READ CHGREQ NEXT RECORD
       AT END GO TO LIST-PENDING-SHOW.
       IF CR-STATUS NOT = "P"
       GO TO LIST-PENDING-READ.
       ADD 1 TO PEND-COUNT.
       PERFORM SHOW-CHANGE THRU SHOW-CHANGE-END.
       GO TO LIST-PENDING-READ.
       LIST-PENDING-SHOW.
       CLOSE CHGREQ.
       DISPLAY "PENDING CHANGES:" PEND-COUNT.
       LIST-PENDING-END.
       EXIT.

       WRITE-EMP-JOURNAL.
       ACCEPT JR-DATE FROM DATE YYYYMMDD.
       ACCEPT JR-TIME FROM TIME.
       MOVE DT TO JR-DATA.
       WRITE JRNL-REC FROM JR-DETAIL.

       WRITE-AUDIT-LOG.
       MOVE SPACES TO AUDIT-DETAIL.
       MOVE IDNO TO AUDIT-IDNO.
       MOVE NAM TO AUDIT-OLD-NAM.
       MOVE NAM TO AUDIT-NEW-NAM.
       MOVE OLD-BPAY TO AUDIT-OLD-BPAY.
       MOVE BPAY TO AUDIT-NEW-BPAY.
       ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-TIME FROM TIME.
       MOVE AUDIT-DATE TO AUDIT-DATE-OUT.
       MOVE AUDIT-TIME TO AUDIT-TIME-OUT.
       MOVE SIGNON-ID TO AUDIT-OPER.
       WRITE AUDIT-REC FROM AUDIT-DETAIL.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "CHGAPPROVE" TO RC-PROG.
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
       MOVE "CHGAPPROVE" TO RC-PROG.
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

       END PROGRAM ChgApprove.
