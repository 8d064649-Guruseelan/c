       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BANKMAST ASSIGN TO WS-BANKMAST-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BM-CODE
       FILE STATUS IS FS-BANKMAST.
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
       77 WS-BANKMAST-FILE PIC X(40).
       77 WS-OPER-FILE PIC X(40).
       77 CHI PIC 9.
       77 REQ-CODE PIC X(11).
       77 REQ-BANK-ID PIC X(4).
       77 REQ-BANK-NAME PIC X(20).
       77 REQ-BRANCH PIC X(20).
       77 REQ-ACCT-LEN PIC 99.
       77 REQ-ACCT-FMT PIC X.
       77 RULE-OK PIC 9 VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-COUNT PIC 9(6) VALUE ZERO.
       77 TRY-ID PIC X(8).
       77 TRY-PASS PIC X(8).
       77 SIGNON-ID PIC X(8).
       77 SIGNON-LEVEL PIC 9 VALUE ZERO.
       77 SIGNON-OK PIC 9 VALUE ZERO.
       77 SIGNON-TRIES PIC 9 VALUE ZERO.
       77 NEED-LEVEL PIC 9.
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
       77 FS-BANKMAST PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "BANKMAINT".
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
       MOVE "BANKMAST" TO PARM-KEY
       MOVE "ENTER BANK BRANCH MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANKMAST-FILE.
       IF WS-BANKMAST-FILE = SPACES
       MOVE "BANKMAST.DAT" TO WS-BANKMAST-FILE.
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
       DISPLAY "BANK BRANCH MASTER MAINTENANCE".
       DISPLAY "1.ADD BANK BRANCH".
       DISPLAY "2.AMEND BANK BRANCH".
       DISPLAY "3.LIST BANK BRANCHES".
       DISPLAY "4.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-END.
       IF SIGNON-LEVEL < NEED-LEVEL
       DISPLAY "NOT AUTHORIZED FOR THIS OPTION - OPERATOR " SIGNON-ID
       GO TO MENU-PARA.
       IF CHI=1
       PERFORM ADD-BRANCH THRU ADD-BRANCH-END
       ELSE IF CHI=2
       PERFORM AMEND-BRANCH THRU AMEND-BRANCH-END
       ELSE IF CHI=3
       PERFORM LIST-BRANCHES THRU LIST-BRANCHES-END
       ELSE IF CHI=4
       PERFORM WRITE-RUN-END
       STOP RUN
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.

       CHECK-AUTHORITY.
       IF CHI = 1 OR CHI = 2
       MOVE 2 TO NEED-LEVEL
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

       GET-BRANCH-DETAILS.
       DISPLAY "BANK ID (4 CHARACTERS, SAME FOR ALL BRANCHES):".
       ACCEPT REQ-BANK-ID.
       DISPLAY "BANK NAME:".
       ACCEPT REQ-BANK-NAME.
       DISPLAY "BRANCH NAME:".
       ACCEPT REQ-BRANCH.
       GET-BRANCH-DETAILS-RULE.
       DISPLAY "ACCOUNT NUMBER LENGTH (00 = ANY LENGTH):".
       ACCEPT REQ-ACCT-LEN.
       DISPLAY "ACCOUNT NUMBER FORMAT (N=DIGITS ONLY, A=ANY):".
       ACCEPT REQ-ACCT-FMT.
       PERFORM CHECK-RULE THRU CHECK-RULE-END.
       IF RULE-OK = 0
       DISPLAY "INVALID ACCOUNT RULE - RE-ENTER"
       GO TO GET-BRANCH-DETAILS-RULE.
       GET-BRANCH-DETAILS-END.
       EXIT.

       CHECK-RULE.
       MOVE 0 TO RULE-OK.
       IF REQ-BANK-ID = SPACES
       GO TO CHECK-RULE-END.
       IF REQ-ACCT-LEN IS NOT NUMERIC OR REQ-ACCT-LEN > 15
       GO TO CHECK-RULE-END.
       IF REQ-ACCT-FMT NOT = "N" AND REQ-ACCT-FMT NOT = "A"
       GO TO CHECK-RULE-END.
       MOVE 1 TO RULE-OK.
       CHECK-RULE-END.
       EXIT.

       ADD-BRANCH.
       DISPLAY "BANK CODE (11 CHARACTERS):".
       ACCEPT REQ-CODE.
       IF REQ-CODE = SPACES
       DISPLAY "BANK CODE REQUIRED"
       GO TO ADD-BRANCH-END.
       PERFORM GET-BRANCH-DETAILS THRU GET-BRANCH-DETAILS-END.
       OPEN I-O BANKMAST.
       MOVE "BANKMAST" TO ERR-FILE.
       MOVE FS-BANKMAST TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO BM-REC.
       MOVE REQ-CODE TO BM-CODE.
       MOVE REQ-BANK-ID TO BM-BANK-ID.
       MOVE REQ-BANK-NAME TO BM-BANK-NAME.
       MOVE REQ-BRANCH TO BM-BRANCH.
       MOVE REQ-ACCT-LEN TO BM-ACCT-LEN.
       MOVE REQ-ACCT-FMT TO BM-ACCT-FMT.
       MOVE SIGNON-ID TO BM-OPER.
       ACCEPT BM-DATE FROM DATE YYYYMMDD.
       WRITE BM-REC
       INVALID KEY
       DISPLAY "BANK CODE ALREADY ON FILE - USE AMEND:" REQ-CODE
       NOT INVALID KEY
       ADD 1 TO WRITE-COUNT
       DISPLAY "BANK BRANCH ADDED:" REQ-CODE.
       CLOSE BANKMAST.
       ADD-BRANCH-END.
       EXIT.

       AMEND-BRANCH.
       DISPLAY "BANK CODE (11 CHARACTERS):".
       ACCEPT REQ-CODE.
       OPEN I-O BANKMAST.
       MOVE "BANKMAST" TO ERR-FILE.
       MOVE FS-BANKMAST TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-CODE TO BM-CODE.
       READ BANKMAST RECORD KEY IS BM-CODE
       INVALID KEY
       DISPLAY "BANK CODE NOT ON FILE:" REQ-CODE
       CLOSE BANKMAST
       GO TO AMEND-BRANCH-END.
       DISPLAY "CURRENT:" BM-BANK-ID " " BM-BANK-NAME " "
           BM-BRANCH " LEN " BM-ACCT-LEN " FMT " BM-ACCT-FMT.
       PERFORM GET-BRANCH-DETAILS THRU GET-BRANCH-DETAILS-END.
       MOVE REQ-BANK-ID TO BM-BANK-ID.
       MOVE REQ-BANK-NAME TO BM-BANK-NAME.
       MOVE REQ-BRANCH TO BM-BRANCH.
       MOVE REQ-ACCT-LEN TO BM-ACCT-LEN.
       MOVE REQ-ACCT-FMT TO BM-ACCT-FMT.
       MOVE SIGNON-ID TO BM-OPER.
       ACCEPT BM-DATE FROM DATE YYYYMMDD.
       REWRITE BM-REC.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "BANK BRANCH AMENDED:" REQ-CODE.
       CLOSE BANKMAST.
       AMEND-BRANCH-END.
       EXIT.

       LIST-BRANCHES.
       MOVE 0 TO LIST-COUNT.
       OPEN INPUT BANKMAST.
       MOVE "BANKMAST" TO ERR-FILE.
       MOVE FS-BANKMAST TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LIST-BRANCHES-READ.
       READ BANKMAST NEXT RECORD
       AT END GO TO LIST-BRANCHES-SHOW.
       ADD 1 TO LIST-COUNT.
       DISPLAY BM-CODE " " BM-BANK-ID " " BM-BANK-NAME " "
           BM-BRANCH " " BM-ACCT-LEN " " BM-ACCT-FMT.
       GO TO LIST-BRANCHES-READ.
       LIST-BRANCHES-SHOW.
       CLOSE BANKMAST.
       DISPLAY "BANK BRANCHES ON FILE:" LIST-COUNT.
       LIST-BRANCHES-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BANKMAINT" TO RC-PROG.
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
       MOVE "BANKMAINT" TO RC-PROG.
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

       END PROGRAM BankMaint.
