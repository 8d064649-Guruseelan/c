       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CLAIMFILE ASSIGN TO WS-CLAIM-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CL-KEY
       FILE STATUS IS FS-CLAIMFILE.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
       SELECT OPTIONAL COMPFILE ASSIGN TO WS-COMP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-COMPFILE.
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
       FD COMPFILE
       LABEL RECORDS ARE STANDARD.
       01 COMP-REC PIC X(80).
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
       77 WS-CLAIM-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-COMP-FILE PIC X(40).
       77 WS-OPER-FILE PIC X(40).
       77 CHI PIC 9.
       77 REQ-IDNO PIC X(20).
       77 REQ-NO PIC 9(4).
       77 REQ-CAT PIC X(4).
       77 REQ-DATE PIC 9(8).
       77 REQ-AMOUNT PIC 9(6)V99.
       77 REQ-DESC PIC X(30).
       77 REQ-REASON PIC X(30).
       77 REQ-STATUS PIC X.
       77 REQ-ACTION PIC X.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-COUNT PIC 9(6) VALUE ZERO.
       77 EMP-FOUND PIC 9 VALUE ZERO.
       77 CAT-FOUND PIC 9 VALUE ZERO.
       77 LAST-NO PIC 9(4) VALUE ZERO.
       77 COUNT-PENDING PIC 9 VALUE ZERO.
       77 USED-AMT PIC 9(8)V99 VALUE ZERO.
       77 AVAIL-AMT PIC S9(8)V99 VALUE ZERO.
       77 AMT-DISP PIC ZZZZZZ9.99.
       77 AVAIL-DISP PIC -ZZZZZZ9.99.
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
       02 FILLER PIC X VALUE SPACE.
       02 CM-LIMIT PIC 9(7)V99.
       02 FILLER PIC X(32) VALUE SPACES.
       01 CAT-TABLE.
       02 CAT-ENTRY OCCURS 50 TIMES.
       03 CT-CODE PIC X(4).
       03 CT-DESC PIC X(20).
       03 CT-LIMIT PIC 9(7)V99.
       77 CAT-COUNT PIC 99 VALUE ZERO.
       77 CAT-IDX PIC 99 VALUE ZERO.
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
       77 FS-CLAIMFILE PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-COMPFILE PIC XX VALUE "00".
       77 FS-OPERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "CLAIMMAINT".
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
       MOVE "CLAIM" TO PARM-KEY
       MOVE "ENTER EXPENSE CLAIMS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CLAIM-FILE.
       IF WS-CLAIM-FILE = SPACES
       MOVE "CLAIMS.DAT" TO WS-CLAIM-FILE.
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "COMP" TO PARM-KEY
       MOVE "ENTER COMPONENT MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-COMP-FILE.
       IF WS-COMP-FILE = SPACES
       MOVE "COMP.DAT" TO WS-COMP-FILE.
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
       PERFORM LOAD-CATEGORIES THRU LOAD-CATEGORIES-END.
       MENU-PARA.
       DISPLAY "EXPENSE REIMBURSEMENT CLAIMS".
       DISPLAY "1.CAPTURE CLAIM".
       DISPLAY "2.APPROVE OR REJECT CLAIM".
       DISPLAY "3.LIST CLAIMS".
       DISPLAY "4.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       PERFORM CHECK-AUTHORITY THRU CHECK-AUTHORITY-END.
       IF SIGNON-LEVEL < NEED-LEVEL
       DISPLAY "NOT AUTHORIZED FOR THIS OPTION - OPERATOR " SIGNON-ID
       GO TO MENU-PARA.
       IF CHI=1
       PERFORM CAPTURE-CLAIM THRU CAPTURE-CLAIM-END
       ELSE IF CHI=2
       PERFORM APPROVE-CLAIM THRU APPROVE-CLAIM-END
       ELSE IF CHI=3
       PERFORM LIST-CLAIMS THRU LIST-CLAIMS-END
       ELSE IF CHI=4
       PERFORM WRITE-RUN-END
       STOP RUN
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.

       CHECK-AUTHORITY.
       IF CHI = 2
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

       LOAD-CATEGORIES.
       MOVE ZERO TO CAT-COUNT.
       OPEN INPUT COMPFILE.
       MOVE "COMPFILE" TO ERR-FILE.
       MOVE FS-COMPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-CATEGORIES-READ.
       READ COMPFILE RECORD INTO COMP-DETAIL
       AT END CLOSE COMPFILE GO TO LOAD-CATEGORIES-END.
       IF CM-TYPE NOT = "C"
       GO TO LOAD-CATEGORIES-READ.
       IF CAT-COUNT >= 50
       DISPLAY "CATEGORY TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE COMPFILE
       GO TO LOAD-CATEGORIES-END.
       ADD 1 TO CAT-COUNT.
       MOVE CM-CODE TO CT-CODE(CAT-COUNT).
       MOVE CM-DESC TO CT-DESC(CAT-COUNT).
       IF CM-LIMIT IS NUMERIC
       MOVE CM-LIMIT TO CT-LIMIT(CAT-COUNT)
       ELSE
       MOVE ZERO TO CT-LIMIT(CAT-COUNT).
       GO TO LOAD-CATEGORIES-READ.
       LOAD-CATEGORIES-END.
       IF CAT-COUNT = 0
       DISPLAY "NO CLAIM CATEGORIES ON COMPONENT MASTER".
       EXIT.

       FIND-CATEGORY.
       MOVE 0 TO CAT-FOUND.
       MOVE 0 TO CAT-IDX.
       FIND-CATEGORY-LOOP.
       ADD 1 TO CAT-IDX.
       IF CAT-IDX > CAT-COUNT
       GO TO FIND-CATEGORY-END.
       IF CT-CODE(CAT-IDX) = REQ-CAT
       MOVE 1 TO CAT-FOUND
       GO TO FIND-CATEGORY-END.
       GO TO FIND-CATEGORY-LOOP.
       FIND-CATEGORY-END.
       EXIT.

       CHECK-EMPLOYEE.
       MOVE 0 TO EMP-FOUND.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "EMPLOYEE NOT ON MASTER:" REQ-IDNO
       CLOSE EMP1
       GO TO CHECK-EMPLOYEE-END.
       CLOSE EMP1.
       MOVE 1 TO EMP-FOUND.
       DISPLAY "EMPLOYEE:" NAM.
       CHECK-EMPLOYEE-END.
       EXIT.

       SUM-CLAIMED.
       MOVE ZERO TO USED-AMT.
       MOVE ZERO TO LAST-NO.
       MOVE REQ-IDNO TO CL-IDNO.
       MOVE ZERO TO CL-NO.
       START CLAIMFILE KEY NOT < CL-KEY
       INVALID KEY GO TO SUM-CLAIMED-END.
       SUM-CLAIMED-READ.
       READ CLAIMFILE NEXT RECORD
       AT END GO TO SUM-CLAIMED-END.
       IF CL-IDNO NOT = REQ-IDNO
       GO TO SUM-CLAIMED-END.
       MOVE CL-NO TO LAST-NO.
       IF CL-CAT NOT = REQ-CAT
       OR CL-DATE(1:4) NOT = REQ-DATE(1:4)
       GO TO SUM-CLAIMED-READ.
       IF CL-STATUS = "A" OR CL-STATUS = "D"
       ADD CL-AMOUNT TO USED-AMT
       ELSE IF CL-STATUS = "P" AND COUNT-PENDING = 1
       ADD CL-AMOUNT TO USED-AMT.
       GO TO SUM-CLAIMED-READ.
       SUM-CLAIMED-END.
       EXIT.

       CAPTURE-CLAIM.
       DISPLAY "EMPLOYEE ID:".
       ACCEPT REQ-IDNO.
       PERFORM CHECK-EMPLOYEE THRU CHECK-EMPLOYEE-END.
       IF EMP-FOUND = 0
       GO TO CAPTURE-CLAIM-END.
       IF EMP-STATUS = "S"
       DISPLAY "EMPLOYEE IS SEPARATED - CLAIM NOT CAPTURED"
       GO TO CAPTURE-CLAIM-END.
       CAPTURE-CLAIM-CAT.
       DISPLAY "CLAIM CATEGORY CODE (BLANK TO ABANDON):".
       ACCEPT REQ-CAT.
       IF REQ-CAT = SPACES
       GO TO CAPTURE-CLAIM-END.
       PERFORM FIND-CATEGORY THRU FIND-CATEGORY-END.
       IF CAT-FOUND = 0
       DISPLAY "NOT A CLAIM CATEGORY ON COMPONENT MASTER - RE-ENTER"
       GO TO CAPTURE-CLAIM-CAT.
       DISPLAY "CATEGORY:" CT-DESC(CAT-IDX).
       CAPTURE-CLAIM-DATE.
       DISPLAY "BILL DATE (YYYYMMDD):".
       ACCEPT REQ-DATE.
       IF REQ-DATE IS NOT NUMERIC
       OR REQ-DATE(5:2) < "01" OR REQ-DATE(5:2) > "12"
       OR REQ-DATE(7:2) < "01" OR REQ-DATE(7:2) > "31"
       DISPLAY "INVALID DATE - RE-ENTER"
       GO TO CAPTURE-CLAIM-DATE.
       CAPTURE-CLAIM-AMOUNT.
       DISPLAY "CLAIM AMOUNT (NNNNNN.NN):".
       ACCEPT REQ-AMOUNT.
       IF REQ-AMOUNT = ZERO
       DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - RE-ENTER"
       GO TO CAPTURE-CLAIM-AMOUNT.
       DISPLAY "DESCRIPTION:".
       ACCEPT REQ-DESC.
       OPEN I-O CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 1 TO COUNT-PENDING.
       PERFORM SUM-CLAIMED THRU SUM-CLAIMED-END.
       IF CT-LIMIT(CAT-IDX) > ZERO
       AND USED-AMT + REQ-AMOUNT > CT-LIMIT(CAT-IDX)
       PERFORM SHOW-LIMIT
       DISPLAY "CLAIM EXCEEDS ANNUAL LIMIT - NOT CAPTURED"
       CLOSE CLAIMFILE
       GO TO CAPTURE-CLAIM-END.
       IF LAST-NO = 9999
       DISPLAY "CLAIM NUMBERS EXHAUSTED FOR:" REQ-IDNO
       CLOSE CLAIMFILE
       GO TO CAPTURE-CLAIM-END.
       MOVE SPACES TO CL-REC.
       MOVE REQ-IDNO TO CL-IDNO.
       COMPUTE CL-NO = LAST-NO + 1.
       MOVE REQ-CAT TO CL-CAT.
       MOVE REQ-DATE TO CL-DATE.
       MOVE REQ-AMOUNT TO CL-AMOUNT.
       MOVE REQ-DESC TO CL-DESC.
       MOVE "P" TO CL-STATUS.
       MOVE SIGNON-ID TO CL-OPER.
       ACCEPT CL-CAP-DATE FROM DATE YYYYMMDD.
       MOVE ZERO TO CL-APR-DATE.
       WRITE CL-REC
       INVALID KEY
       DISPLAY "CLAIM ALREADY ON FILE FOR " REQ-IDNO " " CL-NO
       NOT INVALID KEY
       ADD 1 TO WRITE-COUNT
       DISPLAY "CLAIM " CL-NO " CAPTURED FOR " REQ-IDNO
           " - AWAITING APPROVAL".
       CLOSE CLAIMFILE.
       CAPTURE-CLAIM-END.
       EXIT.

       SHOW-LIMIT.
       MOVE CT-LIMIT(CAT-IDX) TO AMT-DISP.
       DISPLAY "ANNUAL LIMIT FOR " REQ-CAT ":" AMT-DISP.
       MOVE USED-AMT TO AMT-DISP.
       DISPLAY "ALREADY CLAIMED IN " REQ-DATE(1:4) ":" AMT-DISP.
       COMPUTE AVAIL-AMT = CT-LIMIT(CAT-IDX) - USED-AMT.
       MOVE AVAIL-AMT TO AVAIL-DISP.
       DISPLAY "BALANCE AVAILABLE:" AVAIL-DISP.

       APPROVE-CLAIM.
       DISPLAY "EMPLOYEE ID:".
       ACCEPT REQ-IDNO.
       DISPLAY "CLAIM NUMBER:".
       ACCEPT REQ-NO.
       OPEN I-O CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO CL-IDNO.
       MOVE REQ-NO TO CL-NO.
       READ CLAIMFILE RECORD KEY IS CL-KEY
       INVALID KEY
       DISPLAY "NO CLAIM ON FILE FOR " REQ-IDNO " " REQ-NO
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       MOVE CL-AMOUNT TO AMT-DISP.
       DISPLAY "CATEGORY " CL-CAT " BILL DATE " CL-DATE
           " AMOUNT " AMT-DISP.
       DISPLAY "DESCRIPTION:" CL-DESC.
       DISPLAY "CAPTURED BY " CL-OPER " ON " CL-CAP-DATE.
       IF CL-STATUS NOT = "P"
       DISPLAY "CLAIM IS NOT PENDING - STATUS " CL-STATUS
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       IF CL-OPER = SIGNON-ID
       DISPLAY "CLAIM MUST BE APPROVED BY A DIFFERENT OPERATOR"
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       MOVE CL-CAT TO REQ-CAT.
       MOVE CL-DATE TO REQ-DATE.
       MOVE CL-AMOUNT TO REQ-AMOUNT.
       APPROVE-CLAIM-ACTION.
       DISPLAY "A=APPROVE R=REJECT (BLANK TO LEAVE PENDING):".
       ACCEPT REQ-ACTION.
       IF REQ-ACTION = SPACE
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       IF REQ-ACTION = "R"
       GO TO APPROVE-CLAIM-REJECT.
       IF REQ-ACTION NOT = "A"
       DISPLAY "INVALID ACTION - RE-ENTER"
       GO TO APPROVE-CLAIM-ACTION.
       PERFORM FIND-CATEGORY THRU FIND-CATEGORY-END.
       IF CAT-FOUND = 0
       DISPLAY "CATEGORY NO LONGER ON COMPONENT MASTER:" REQ-CAT
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       MOVE 0 TO COUNT-PENDING.
       PERFORM SUM-CLAIMED THRU SUM-CLAIMED-END.
       IF CT-LIMIT(CAT-IDX) > ZERO
       AND USED-AMT + REQ-AMOUNT > CT-LIMIT(CAT-IDX)
       PERFORM SHOW-LIMIT
       DISPLAY "APPROVAL WOULD EXCEED ANNUAL LIMIT - NOT APPROVED"
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       MOVE REQ-IDNO TO CL-IDNO.
       MOVE REQ-NO TO CL-NO.
       READ CLAIMFILE RECORD KEY IS CL-KEY
       INVALID KEY
       DISPLAY "CLAIM NO LONGER ON FILE"
       CLOSE CLAIMFILE
       GO TO APPROVE-CLAIM-END.
       MOVE "A" TO CL-STATUS.
       MOVE SIGNON-ID TO CL-APR-OPER.
       ACCEPT CL-APR-DATE FROM DATE YYYYMMDD.
       REWRITE CL-REC.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "CLAIM APPROVED - PAID WITH NEXT SALARY CALCULATION".
       CLOSE CLAIMFILE.
       GO TO APPROVE-CLAIM-END.
       APPROVE-CLAIM-REJECT.
       DISPLAY "REASON FOR REJECTION:".
       ACCEPT REQ-REASON.
       IF REQ-REASON = SPACES
       DISPLAY "A REASON IS REQUIRED - RE-ENTER"
       GO TO APPROVE-CLAIM-REJECT.
       MOVE "R" TO CL-STATUS.
       MOVE REQ-REASON TO CL-REASON.
       MOVE SIGNON-ID TO CL-APR-OPER.
       ACCEPT CL-APR-DATE FROM DATE YYYYMMDD.
       REWRITE CL-REC.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "CLAIM REJECTED".
       CLOSE CLAIMFILE.
       APPROVE-CLAIM-END.
       EXIT.

       LIST-CLAIMS.
       DISPLAY "EMPLOYEE ID (BLANK=ALL):".
       ACCEPT REQ-IDNO.
       DISPLAY "STATUS (P=PENDING A=APPROVED R=REJECTED D=PAID".
       DISPLAY "        BLANK=ALL):".
       ACCEPT REQ-STATUS.
       MOVE 0 TO LIST-COUNT.
       OPEN INPUT CLAIMFILE.
       MOVE "CLAIMFILE" TO ERR-FILE.
       MOVE FS-CLAIMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-IDNO TO CL-IDNO.
       MOVE ZERO TO CL-NO.
       START CLAIMFILE KEY NOT < CL-KEY
       INVALID KEY GO TO LIST-CLAIMS-SHOW.
       LIST-CLAIMS-READ.
       READ CLAIMFILE NEXT RECORD
       AT END GO TO LIST-CLAIMS-SHOW.
       IF REQ-IDNO NOT = SPACES AND CL-IDNO NOT = REQ-IDNO
       GO TO LIST-CLAIMS-SHOW.
       IF REQ-STATUS NOT = SPACE AND CL-STATUS NOT = REQ-STATUS
       GO TO LIST-CLAIMS-READ.
       ADD 1 TO LIST-COUNT.
       MOVE CL-AMOUNT TO AMT-DISP.
       DISPLAY CL-IDNO " " CL-NO " " CL-CAT " " CL-DATE " " AMT-DISP
           " " CL-STATUS " " CL-PAID-PERIOD.
       GO TO LIST-CLAIMS-READ.
       LIST-CLAIMS-SHOW.
       CLOSE CLAIMFILE.
       DISPLAY "CLAIMS LISTED:" LIST-COUNT.
       LIST-CLAIMS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "CLAIMMAINT" TO RC-PROG.
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
       MOVE "CLAIMMAINT" TO RC-PROG.
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

       END PROGRAM ClaimMaint.
