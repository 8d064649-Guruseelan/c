       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeCollect.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL FEECHG ASSIGN TO WS-FEECHG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FC-KEY
       FILE STATUS IS FS-FEECHG.
       SELECT OPTIONAL REFLOG ASSIGN TO WS-REFLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RL-REF
       FILE STATUS IS FS-REFLOG.
       SELECT COLLFILE ASSIGN TO WS-COLL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-COLLFILE.
       SELECT OPTIONAL RCPTLOG ASSIGN TO WS-RCPT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RCPTLOG.
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
       FD StudentFile
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS StudentRec.
       01 StudentRec.
       02 StudentId PIC 9(7).
       02 StudentName.
       03 Surname PIC X(8).
       03 Initials PIC XX.
       02 Department PIC X(5).
       02 mailid PIC X(30).
       02 StudStatus PIC X.
       FD FEECHG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS FEECHG-REC.
       01 FEECHG-REC.
       02 FC-KEY.
       03 FC-SID PIC 9(7).
       03 FC-TERM PIC X(6).
       02 FC-DEPT PIC X(5).
       02 FC-AMOUNT PIC 9(6)V99.
       02 FC-PAID PIC 9(6)V99.
       02 FC-DATE PIC 9(8).
       02 FILLER PIC X(6).
       FD REFLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS REFLOG-REC.
       01 REFLOG-REC.
       02 RL-REF PIC X(12).
       02 RL-SID PIC 9(7).
       02 RL-TERM PIC X(6).
       02 RL-AMOUNT PIC 9(6)V99.
       02 RL-DATE PIC 9(8).
       02 FILLER PIC X(9).
       FD COLLFILE
       LABEL RECORDS ARE STANDARD.
       01 COLL-REC PIC X(50).
       FD RCPTLOG
       LABEL RECORDS ARE STANDARD.
       01 RCPT-REC PIC X(40).
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
       77 WS-STUDENT-FILE PIC X(40).
       77 WS-FEECHG-FILE PIC X(40).
       77 WS-REFLOG-FILE PIC X(40).
       77 WS-COLL-FILE PIC X(40).
       77 WS-RCPT-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       01 COLL-DETAIL.
       02 CD-TYPE PIC X.
       02 CD-SID PIC X(7).
       02 CD-TERM PIC X(6).
       02 CD-AMOUNT PIC 9(6)V99.
       02 CD-DATE PIC 9(8).
       02 CD-REF PIC X(12).
       02 FILLER PIC X(8).
       01 COLL-CONTROL REDEFINES COLL-DETAIL.
       02 CC-TYPE PIC X.
       02 CC-COUNT PIC 9(6).
       02 CC-TOTAL PIC 9(9)V99.
       02 FILLER PIC X(32).
       01 RCPT-DETAIL.
       02 RP-SID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 RP-TERM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 RP-AMOUNT PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 RP-DATE PIC 9(8).
       02 FILLER PIC X(8) VALUE SPACES.
       77 TRAILER-FOUND PIC 9 VALUE ZERO.
       77 TRAILER-COUNT PIC 9(6) VALUE ZERO.
       77 TRAILER-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 FILE-COUNT PIC 9(6) VALUE ZERO.
       77 FILE-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 POST-COUNT PIC 9(6) VALUE ZERO.
       77 POST-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 SUSP-COUNT PIC 9(6) VALUE ZERO.
       77 SUSP-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 STU-OK PIC 9 VALUE ZERO.
       77 CHG-OK PIC 9 VALUE ZERO.
       77 REF-SEEN PIC 9 VALUE ZERO.
       77 OUTSTANDING PIC S9(7)V99.
       77 SUSP-REASON PIC X(24).
       01 RPT-HEADER1 PIC X(80) VALUE
       "BANK FEE COLLECTION SUSPENSE REPORT".
       01 RPT-HEADER2 PIC X(80) VALUE
       "STUDENT TERM   BANK REF        VALUE DATE  AMOUNT REASON".
       01 RPT-DETAIL.
       02 RD-SID PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 RD-TERM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 RD-REF PIC X(12).
       02 FILLER PIC X(4) VALUE SPACES.
       02 RD-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RD-AMOUNT PIC ZZZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-REASON PIC X(24).
       02 FILLER PIC X(6) VALUE SPACES.
       01 RPT-CONTROL-LINE.
       02 RCL-DESC PIC X(30).
       02 RCL-COUNT PIC ZZZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 RCL-TOTAL PIC ZZZZZZZZ9.99.
       02 FILLER PIC X(28) VALUE SPACES.
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
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-FEECHG PIC XX VALUE "00".
       77 FS-REFLOG PIC XX VALUE "00".
       77 FS-COLLFILE PIC XX VALUE "00".
       77 FS-RCPTLOG PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "FEECOLLECT".
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
       MOVE "STUDENT" TO PARM-KEY
       MOVE "Enter student master file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUDENT-FILE.
       IF WS-STUDENT-FILE = SPACES
       MOVE "TEXT.txt" TO WS-STUDENT-FILE.
       MOVE "FEECHG" TO PARM-KEY
       MOVE "Enter fee charges file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-FEECHG-FILE.
       IF WS-FEECHG-FILE = SPACES
       MOVE "FEECHG.DAT" TO WS-FEECHG-FILE.
       MOVE "REFLOG" TO PARM-KEY
       MOVE "Enter processed bank reference log (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REFLOG-FILE.
       IF WS-REFLOG-FILE = SPACES
       MOVE "FEEREF.DAT" TO WS-REFLOG-FILE.
       MOVE "COLL" TO PARM-KEY
       MOVE "Enter bank collection file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-COLL-FILE.
       IF WS-COLL-FILE = SPACES
       MOVE "BANKCOLL.DAT" TO WS-COLL-FILE.
       MOVE "RCPT" TO PARM-KEY
       MOVE "Enter receipts log file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RCPT-FILE.
       IF WS-RCPT-FILE = SPACES
       MOVE "FEERCPT.DAT" TO WS-RCPT-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "Enter suspense report file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "FEESUSP.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       PERFORM CHECK-CONTROL THRU CHECK-CONTROL-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-HEADER1.
       IF TRAILER-FOUND = 0
       OR TRAILER-COUNT NOT = FILE-COUNT
       OR TRAILER-TOTAL NOT = FILE-TOTAL
       MOVE "COLLECTION FILE DOES NOT AGREE WITH TRAILER - NOT POSTED"
           TO REPORT-REC
       WRITE REPORT-REC
       DISPLAY "COLLECTION FILE DOES NOT AGREE WITH TRAILER"
       DISPLAY "NO RECEIPTS POSTED"
       MOVE 1 TO RUN-FAILED
       GO TO PRINT-CONTROL.
       WRITE REPORT-REC FROM RPT-HEADER2.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O FEECHG.
       MOVE "FEECHG" TO ERR-FILE.
       MOVE FS-FEECHG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O REFLOG.
       MOVE "REFLOG" TO ERR-FILE.
       MOVE FS-REFLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND RCPTLOG.
       MOVE "RCPTLOG" TO ERR-FILE.
       MOVE FS-RCPTLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT COLLFILE.
       MOVE "COLLFILE" TO ERR-FILE.
       MOVE FS-COLLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM POST-COLLECTIONS THRU POST-COLLECTIONS-END.
       CLOSE COLLFILE.
       CLOSE RCPTLOG.
       CLOSE REFLOG.
       CLOSE FEECHG.
       CLOSE StudentFile.
       PRINT-CONTROL.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "CONTROL TOTALS" TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SPACES TO RPT-CONTROL-LINE.
       MOVE "BANK TRAILER" TO RCL-DESC.
       MOVE TRAILER-COUNT TO RCL-COUNT.
       MOVE TRAILER-TOTAL TO RCL-TOTAL.
       WRITE REPORT-REC FROM RPT-CONTROL-LINE.
       MOVE "PAYMENTS ON FILE" TO RCL-DESC.
       MOVE FILE-COUNT TO RCL-COUNT.
       MOVE FILE-TOTAL TO RCL-TOTAL.
       WRITE REPORT-REC FROM RPT-CONTROL-LINE.
       MOVE "POSTED TO FEE CHARGES" TO RCL-DESC.
       MOVE POST-COUNT TO RCL-COUNT.
       MOVE POST-TOTAL TO RCL-TOTAL.
       WRITE REPORT-REC FROM RPT-CONTROL-LINE.
       MOVE "HELD IN SUSPENSE" TO RCL-DESC.
       MOVE SUSP-COUNT TO RCL-COUNT.
       MOVE SUSP-TOTAL TO RCL-TOTAL.
       WRITE REPORT-REC FROM RPT-CONTROL-LINE.
       CLOSE REPORTFILE.
       DISPLAY "BANK TRAILER COUNT:" TRAILER-COUNT
           " TOTAL:" TRAILER-TOTAL.
       DISPLAY "PAYMENTS ON FILE:" FILE-COUNT " TOTAL:" FILE-TOTAL.
       DISPLAY "RECEIPTS POSTED:" POST-COUNT " TOTAL:" POST-TOTAL.
       DISPLAY "SUSPENSE ITEMS:" SUSP-COUNT " TOTAL:" SUSP-TOTAL.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       CHECK-CONTROL.
       OPEN INPUT COLLFILE.
       MOVE "COLLFILE" TO ERR-FILE.
       MOVE FS-COLLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-CONTROL-READ.
       READ COLLFILE RECORD INTO COLL-DETAIL
       AT END CLOSE COLLFILE GO TO CHECK-CONTROL-END.
       IF CD-TYPE = "C"
       MOVE 1 TO TRAILER-FOUND
       MOVE CC-COUNT TO TRAILER-COUNT
       MOVE CC-TOTAL TO TRAILER-TOTAL
       GO TO CHECK-CONTROL-READ.
       IF CD-TYPE NOT = "D"
       GO TO CHECK-CONTROL-READ.
       ADD 1 TO FILE-COUNT.
       IF CD-AMOUNT IS NUMERIC
       ADD CD-AMOUNT TO FILE-TOTAL.
       GO TO CHECK-CONTROL-READ.
       CHECK-CONTROL-END.
       EXIT.

       POST-COLLECTIONS.
       READ COLLFILE RECORD INTO COLL-DETAIL
       AT END GO TO POST-COLLECTIONS-END.
       IF CD-TYPE NOT = "D"
       GO TO POST-COLLECTIONS.
       ADD 1 TO READ-COUNT.
       IF CD-AMOUNT IS NOT NUMERIC OR CD-AMOUNT = ZERO
       MOVE "INVALID AMOUNT" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       IF CD-REF = SPACES
       MOVE "MISSING BANK REFERENCE" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       MOVE CD-REF TO RL-REF.
       MOVE 1 TO REF-SEEN.
       READ REFLOG RECORD KEY IS RL-REF
       INVALID KEY
       MOVE 0 TO REF-SEEN.
       IF REF-SEEN = 1
       MOVE "DUPLICATE BANK REFERENCE" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       IF CD-DATE IS NOT NUMERIC OR CD-DATE = ZERO
       MOVE "INVALID VALUE DATE" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       IF CD-SID IS NOT NUMERIC
       MOVE "INVALID STUDENT ID" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       MOVE CD-SID TO StudentId.
       MOVE 1 TO STU-OK.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       MOVE 0 TO STU-OK.
       IF STU-OK = 0
       MOVE "STUDENT NOT ON MASTER" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       IF StudStatus NOT = "A" AND StudStatus NOT = "P"
       AND StudStatus NOT = "D"
       MOVE "STUDENT WITHDRAWN" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       MOVE CD-SID TO FC-SID.
       MOVE CD-TERM TO FC-TERM.
       MOVE 1 TO CHG-OK.
       READ FEECHG RECORD KEY IS FC-KEY
       INVALID KEY
       MOVE 0 TO CHG-OK.
       IF CHG-OK = 0
       MOVE "NO CHARGE FOR TERM" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       COMPUTE OUTSTANDING = FC-AMOUNT - FC-PAID.
       IF CD-AMOUNT > OUTSTANDING
       MOVE "OVERPAYMENT" TO SUSP-REASON
       PERFORM WRITE-SUSPENSE THRU WRITE-SUSPENSE-END
       GO TO POST-COLLECTIONS.
       ADD CD-AMOUNT TO FC-PAID.
       MOVE CD-DATE TO FC-DATE.
       REWRITE FEECHG-REC.
       MOVE "FEECHG" TO ERR-FILE.
       MOVE FS-FEECHG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RCPT-DETAIL.
       MOVE FC-SID TO RP-SID.
       MOVE FC-TERM TO RP-TERM.
       MOVE CD-AMOUNT TO RP-AMOUNT.
       MOVE CD-DATE TO RP-DATE.
       WRITE RCPT-REC FROM RCPT-DETAIL.
       MOVE CD-REF TO RL-REF.
       MOVE FC-SID TO RL-SID.
       MOVE FC-TERM TO RL-TERM.
       MOVE CD-AMOUNT TO RL-AMOUNT.
       MOVE CD-DATE TO RL-DATE.
       WRITE REFLOG-REC.
       MOVE "REFLOG" TO ERR-FILE.
       MOVE FS-REFLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO POST-COUNT.
       ADD CD-AMOUNT TO POST-TOTAL.
       ADD 1 TO WRITE-COUNT.
       GO TO POST-COLLECTIONS.
       POST-COLLECTIONS-END.
       EXIT.

       WRITE-SUSPENSE.
       MOVE CD-SID TO RD-SID.
       MOVE CD-TERM TO RD-TERM.
       MOVE CD-REF TO RD-REF.
       IF CD-DATE IS NUMERIC
       MOVE CD-DATE TO RD-DATE
       ELSE
       MOVE ZERO TO RD-DATE.
       IF CD-AMOUNT IS NUMERIC
       MOVE CD-AMOUNT TO RD-AMOUNT
       ADD CD-AMOUNT TO SUSP-TOTAL
       ELSE
       MOVE ZERO TO RD-AMOUNT.
       MOVE SUSP-REASON TO RD-REASON.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO SUSP-COUNT.
       WRITE-SUSPENSE-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "FEECOLLECT" TO RC-PROG.
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
       MOVE "FEECOLLECT" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE READ-COUNT TO RC-READ.
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

       END PROGRAM FeeCollect.
