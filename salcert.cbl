       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalaryCert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT OPTIONAL LTRLOG ASSIGN TO WS-LTRLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LL-SERIAL
       FILE STATUS IS FS-LTRLOG.
       SELECT OPTIONAL IDLIST ASSIGN TO WS-IDLIST-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-IDLIST.
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
       FD LTRLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS LL-REC.
       01 LL-REC.
       02 LL-SERIAL PIC 9(8).
       02 LL-IDNO PIC X(20).
       02 LL-NAM PIC A(20).
       02 LL-TYPE PIC X.
       02 LL-STATUS PIC X.
       02 LL-DEPT PIC X(5).
       02 LL-MONTHS PIC 99.
       02 LL-GROSS PIC S9(8)V99 SIGN LEADING SEPARATE.
       02 LL-NET PIC S9(8)V99 SIGN LEADING SEPARATE.
       02 LL-DATE PIC 9(8).
       02 LL-TIME PIC 9(8).
       02 LL-ADDRESSEE PIC X(40).
       02 FILLER PIC X(10).
       FD IDLIST
       LABEL RECORDS ARE STANDARD.
       01 IDLIST-REC PIC X(20).
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
       77 WS-YTDLOG-FILE PIC X(40).
       77 WS-LTRLOG-FILE PIC X(40).
       77 WS-IDLIST-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 REQ-IDNO PIC X(20).
       77 REQ-MONTHS PIC 99 VALUE 3.
       77 REQ-ADDRESSEE PIC X(40).
       77 VERIFY-NO PIC 9(8) VALUE ZERO.
       77 REQ-COUNT PIC 9(6) VALUE ZERO.
       77 LETTER-COUNT PIC 9(6) VALUE ZERO.
       77 REJECT-COUNT PIC 9(6) VALUE ZERO.
       77 NEXT-SERIAL PIC 9(8) VALUE ZERO.
       77 ISSUE-DATE PIC 9(8).
       77 ISSUE-TIME PIC 9(8).
       01 MONTH-TABLE.
       02 MONTH-ENTRY OCCURS 12 TIMES.
       03 MT-PERIOD PIC X(6).
       03 MT-GROSS PIC S9(7)V99.
       03 MT-NET PIC S9(7)V99.
       77 MONTH-COUNT PIC 99 VALUE ZERO.
       77 MONTH-IDX PIC 99 VALUE ZERO.
       77 TOT-GROSS PIC S9(8)V99 VALUE ZERO.
       77 TOT-DED PIC S9(8)V99 VALUE ZERO.
       77 TOT-NET PIC S9(8)V99 VALUE ZERO.
       01 LTR-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 LTR-CERT-TITLE PIC X(80) VALUE
       "           SALARY CERTIFICATE AND EMPLOYMENT VERIFICATION".
       01 LTR-RELV-TITLE PIC X(80) VALUE
       "                RELIEVING AND SERVICE CERTIFICATE".
       01 LTR-RULE PIC X(80) VALUE ALL "=".
       01 LTR-SERIAL-LINE.
       02 FILLER PIC X(18) VALUE "LETTER NO       : ".
       02 LTR-SERIAL PIC 9(8).
       02 FILLER PIC X(24) VALUE SPACES.
       02 FILLER PIC X(7) VALUE "DATE : ".
       02 LTR-DATE PIC 9(8).
       02 FILLER PIC X(15) VALUE SPACES.
       01 LTR-TO-LINE.
       02 FILLER PIC X(5) VALUE "TO : ".
       02 LTR-TO PIC X(40).
       02 FILLER PIC X(35) VALUE SPACES.
       01 LTR-NAME-LINE.
       02 FILLER PIC X(18) VALUE "EMPLOYEE NAME   : ".
       02 LTR-NAM PIC X(20).
       02 FILLER PIC X(42) VALUE SPACES.
       01 LTR-IDNO-LINE.
       02 FILLER PIC X(18) VALUE "EMPLOYEE NO     : ".
       02 LTR-IDNO PIC X(20).
       02 FILLER PIC X(42) VALUE SPACES.
       01 LTR-DEPT-LINE.
       02 FILLER PIC X(18) VALUE "DEPARTMENT      : ".
       02 LTR-DEPT PIC X(5).
       02 FILLER PIC X(57) VALUE SPACES.
       01 LTR-HIRE-LINE.
       02 FILLER PIC X(18) VALUE "DATE OF JOINING : ".
       02 LTR-HIRE-DATE PIC 9(8).
       02 FILLER PIC X(54) VALUE SPACES.
       01 LTR-SEP-LINE.
       02 FILLER PIC X(18) VALUE "DATE OF RELIEVING".
       02 FILLER PIC X(2) VALUE ": ".
       02 LTR-SEP-DATE PIC 9(8).
       02 FILLER PIC X(52) VALUE SPACES.
       01 LTR-STATUS-LINE.
       02 FILLER PIC X(18) VALUE "EMPLOYMENT STATUS".
       02 FILLER PIC X(2) VALUE ": ".
       02 LTR-STATUS PIC X(20).
       02 FILLER PIC X(40) VALUE SPACES.
       01 LTR-MONTHS-LINE.
       02 FILLER PIC X(32) VALUE
       "SALARY PARTICULARS FOR THE LAST ".
       02 LTR-MONTHS PIC Z9.
       02 FILLER PIC X(46) VALUE " MONTH(S) PAID".
       01 LTR-COL-HEAD PIC X(80) VALUE
       "PERIOD         GROSS    DEDUCTIONS           NET".
       01 LTR-MONTH-LINE.
       02 LM-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 LM-GROSS PIC -(9)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 LM-DED PIC -(9)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 LM-NET PIC -(9)9.99.
       02 FILLER PIC X(32) VALUE SPACES.
       01 VERIFY-LINE.
       02 FILLER PIC X(7) VALUE "LETTER ".
       02 VL-SERIAL PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 VL-TYPE PIC X(11).
       02 FILLER PIC X(8) VALUE " ISSUED ".
       02 VL-DATE PIC 9(8).
       02 FILLER PIC X(5) VALUE " FOR ".
       02 VL-IDNO PIC X(20).
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
       77 PARM-NUM PIC 9(10)V99.
       77 PARM-DIGIT PIC 9.
       77 PARM-SCAN PIC 99.
       77 PARM-FRAC PIC 9.
       01 PARM-DETAIL.
       02 PARM-D-KEY PIC X(12).
       02 FILLER PIC X.
       02 PARM-D-VALUE PIC X(40).
       02 FILLER PIC X(7).
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-YTDLOG PIC XX VALUE "00".
       77 FS-LTRLOG PIC XX VALUE "00".
       77 FS-IDLIST PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "SALCERT".
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
       MOVE "YTDLOG" TO PARM-KEY
       MOVE "ENTER YTD LOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-YTDLOG-FILE.
       IF WS-YTDLOG-FILE = SPACES
       MOVE "YTDLOG.DAT" TO WS-YTDLOG-FILE.
       MOVE "LTRLOG" TO PARM-KEY
       MOVE "ENTER LETTER REGISTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LTRLOG-FILE.
       IF WS-LTRLOG-FILE = SPACES
       MOVE "LTRLOG.DAT" TO WS-LTRLOG-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       MOVE "VERIFY-NO" TO PARM-KEY
       MOVE "ENTER LETTER NO TO VERIFY (BLANK TO ISSUE LETTERS):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO VERIFY-NO
       PERFORM VERIFY-LETTER THRU VERIFY-LETTER-END
       STOP RUN.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER LETTER PRINT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "LETTERS.LST" TO WS-REPORT-FILE.
       MOVE "IDLIST" TO PARM-KEY
       MOVE "ENTER EMPLOYEE LIST FILE (BLANK FOR ONE EMPLOYEE):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-IDLIST-FILE.
       IF WS-IDLIST-FILE = SPACES
       MOVE "REQ-IDNO" TO PARM-KEY
       MOVE "ENTER EMPLOYEE NUMBER FOR LETTER:"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-IDNO.
       MOVE "MONTHS" TO PARM-KEY
       MOVE "ENTER NUMBER OF MONTHS TO SHOW (1-12, BLANK FOR 3):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO REQ-MONTHS.
       IF REQ-MONTHS < 1 OR REQ-MONTHS > 12
       DISPLAY "INVALID NUMBER OF MONTHS - 3 USED"
       MOVE 3 TO REQ-MONTHS.
       MOVE "ADDRESSEE" TO PARM-KEY
       MOVE "ENTER ADDRESSEE (BLANK FOR TO WHOMSOEVER):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-ADDRESSEE.
       IF REQ-ADDRESSEE = SPACES
       MOVE "WHOMSOEVER IT MAY CONCERN" TO REQ-ADDRESSEE.
       PERFORM WRITE-RUN-START.
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
       OPEN I-O LTRLOG.
       MOVE "LTRLOG" TO ERR-FILE.
       MOVE FS-LTRLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM FIND-LAST-SERIAL THRU FIND-LAST-SERIAL-END.
       ACCEPT ISSUE-DATE FROM DATE YYYYMMDD.
       ACCEPT ISSUE-TIME FROM TIME.
       IF WS-IDLIST-FILE = SPACES
       PERFORM ISSUE-ONE THRU ISSUE-ONE-END
       GO TO END-LIST.
       OPEN INPUT IDLIST.
       MOVE "IDLIST" TO ERR-FILE.
       MOVE FS-IDLIST TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       READ-LIST.
       READ IDLIST AT END
       CLOSE IDLIST GO TO END-LIST.
       IF IDLIST-REC = SPACES
       GO TO READ-LIST.
       MOVE IDLIST-REC TO REQ-IDNO.
       PERFORM ISSUE-ONE THRU ISSUE-ONE-END.
       GO TO READ-LIST.
       END-LIST.
       CLOSE EMP1.
       CLOSE YTDLOG.
       CLOSE LTRLOG.
       CLOSE REPORTFILE.
       DISPLAY "LETTERS REQUESTED:" REQ-COUNT.
       DISPLAY "LETTERS ISSUED:" LETTER-COUNT.
       DISPLAY "REQUESTS REJECTED:" REJECT-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       ISSUE-ONE.
       ADD 1 TO REQ-COUNT.
       MOVE REQ-IDNO TO IDNO.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       DISPLAY "EMPLOYEE NOT ON MASTER - NO LETTER:" REQ-IDNO
       ADD 1 TO REJECT-COUNT
       GO TO ISSUE-ONE-END.
       PERFORM LOAD-MONTHS THRU LOAD-MONTHS-END.
       ADD 1 TO NEXT-SERIAL.
       PERFORM PRINT-LETTER THRU PRINT-LETTER-END.
       PERFORM WRITE-LETTER-LOG THRU WRITE-LETTER-LOG-END.
       ADD 1 TO LETTER-COUNT.
       DISPLAY "LETTER " NEXT-SERIAL " ISSUED FOR " IDNO.
       ISSUE-ONE-END.
       EXIT.

       FIND-LAST-SERIAL.
       MOVE ZERO TO NEXT-SERIAL.
       MOVE ZERO TO LL-SERIAL.
       START LTRLOG KEY NOT < LL-SERIAL
       INVALID KEY GO TO FIND-LAST-SERIAL-END.
       FIND-LAST-SERIAL-READ.
       READ LTRLOG NEXT RECORD
       AT END GO TO FIND-LAST-SERIAL-END.
       MOVE LL-SERIAL TO NEXT-SERIAL.
       GO TO FIND-LAST-SERIAL-READ.
       FIND-LAST-SERIAL-END.
       EXIT.

       LOAD-MONTHS.
       MOVE ZERO TO MONTH-COUNT.
       MOVE ZERO TO TOT-GROSS.
       MOVE ZERO TO TOT-NET.
       MOVE IDNO TO YL-IDNO.
       MOVE LOW-VALUES TO YL-PERIOD.
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO LOAD-MONTHS-TOTAL.
       LOAD-MONTHS-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO LOAD-MONTHS-TOTAL.
       IF YL-IDNO NOT = IDNO
       GO TO LOAD-MONTHS-TOTAL.
       IF MONTH-COUNT > 0
       IF YL-PERIOD = MT-PERIOD(MONTH-COUNT)
       GO TO LOAD-MONTHS-ADD.
       IF MONTH-COUNT >= REQ-MONTHS
       MOVE 0 TO MONTH-IDX
       PERFORM SHIFT-MONTHS THRU SHIFT-MONTHS-END
       ELSE
       ADD 1 TO MONTH-COUNT.
       MOVE YL-PERIOD TO MT-PERIOD(MONTH-COUNT).
       MOVE ZERO TO MT-GROSS(MONTH-COUNT).
       MOVE ZERO TO MT-NET(MONTH-COUNT).
       LOAD-MONTHS-ADD.
       ADD YL-GPAY TO MT-GROSS(MONTH-COUNT).
       ADD YL-NPAY TO MT-NET(MONTH-COUNT).
       GO TO LOAD-MONTHS-READ.
       LOAD-MONTHS-TOTAL.
       MOVE 0 TO MONTH-IDX.
       PERFORM SUM-MONTHS THRU SUM-MONTHS-END.
       LOAD-MONTHS-END.
       EXIT.

       SHIFT-MONTHS.
       ADD 1 TO MONTH-IDX.
       IF MONTH-IDX >= MONTH-COUNT
       GO TO SHIFT-MONTHS-END.
       MOVE MONTH-ENTRY(MONTH-IDX + 1) TO MONTH-ENTRY(MONTH-IDX).
       GO TO SHIFT-MONTHS.
       SHIFT-MONTHS-END.
       EXIT.

       SUM-MONTHS.
       ADD 1 TO MONTH-IDX.
       IF MONTH-IDX > MONTH-COUNT
       GO TO SUM-MONTHS-END.
       ADD MT-GROSS(MONTH-IDX) TO TOT-GROSS.
       ADD MT-NET(MONTH-IDX) TO TOT-NET.
       GO TO SUM-MONTHS.
       SUM-MONTHS-END.
       COMPUTE TOT-DED = TOT-GROSS - TOT-NET.
       EXIT.

       PRINT-LETTER.
       WRITE REPORT-REC FROM LTR-RULE.
       WRITE REPORT-REC FROM LTR-HEADER1.
       IF EMP-STATUS = "S"
       WRITE REPORT-REC FROM LTR-RELV-TITLE
       ELSE
       WRITE REPORT-REC FROM LTR-CERT-TITLE.
       WRITE REPORT-REC FROM LTR-RULE.
       MOVE NEXT-SERIAL TO LTR-SERIAL.
       MOVE ISSUE-DATE TO LTR-DATE.
       WRITE REPORT-REC FROM LTR-SERIAL-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE REQ-ADDRESSEE TO LTR-TO.
       WRITE REPORT-REC FROM LTR-TO-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       IF EMP-STATUS = "S"
       MOVE "THIS IS TO CERTIFY THAT THE EMPLOYEE NAMED BELOW WAS IN"
           TO REPORT-REC
       WRITE REPORT-REC
       MOVE "THE EMPLOYMENT OF ABC INDUSTRIES LIMITED AND HAS BEEN"
           TO REPORT-REC
       WRITE REPORT-REC
       MOVE "RELIEVED OF DUTIES ON THE DATE SHOWN." TO REPORT-REC
       WRITE REPORT-REC
       ELSE
       MOVE "THIS IS TO CERTIFY THAT THE EMPLOYEE NAMED BELOW IS IN THE"
           TO REPORT-REC
       WRITE REPORT-REC
       MOVE "EMPLOYMENT OF ABC INDUSTRIES LIMITED." TO REPORT-REC
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE NAM TO LTR-NAM.
       WRITE REPORT-REC FROM LTR-NAME-LINE.
       MOVE IDNO TO LTR-IDNO.
       WRITE REPORT-REC FROM LTR-IDNO-LINE.
       MOVE DEPT-CODE TO LTR-DEPT.
       WRITE REPORT-REC FROM LTR-DEPT-LINE.
       MOVE HIRE-DATE TO LTR-HIRE-DATE.
       WRITE REPORT-REC FROM LTR-HIRE-LINE.
       IF EMP-STATUS = "S"
       MOVE SEP-DATE TO LTR-SEP-DATE
       WRITE REPORT-REC FROM LTR-SEP-LINE
       MOVE "SEPARATED" TO LTR-STATUS
       ELSE
       MOVE "ACTIVE" TO LTR-STATUS.
       WRITE REPORT-REC FROM LTR-STATUS-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       IF MONTH-COUNT = 0
       MOVE "NO SALARY HAS BEEN PAID ON RECORD." TO REPORT-REC
       WRITE REPORT-REC
       GO TO PRINT-LETTER-SIGN.
       MOVE MONTH-COUNT TO LTR-MONTHS.
       WRITE REPORT-REC FROM LTR-MONTHS-LINE.
       WRITE REPORT-REC FROM LTR-COL-HEAD.
       MOVE 0 TO MONTH-IDX.
       PERFORM PRINT-MONTH THRU PRINT-MONTH-END.
       MOVE "TOTAL" TO LM-PERIOD.
       MOVE TOT-GROSS TO LM-GROSS.
       MOVE TOT-DED TO LM-DED.
       MOVE TOT-NET TO LM-NET.
       WRITE REPORT-REC FROM LTR-MONTH-LINE.
       PRINT-LETTER-SIGN.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "THIS LETTER IS ISSUED AT THE REQUEST OF THE EMPLOYEE." TO
           REPORT-REC.
       WRITE REPORT-REC.
       MOVE "QUOTE THE LETTER NO ABOVE WHEN VERIFYING WITH THE COMPANY."
           TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "FOR ABC INDUSTRIES LIMITED" TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "AUTHORISED SIGNATORY: ______________________"
           TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       PRINT-LETTER-END.
       EXIT.

       PRINT-MONTH.
       ADD 1 TO MONTH-IDX.
       IF MONTH-IDX > MONTH-COUNT
       GO TO PRINT-MONTH-END.
       MOVE MT-PERIOD(MONTH-IDX) TO LM-PERIOD.
       MOVE MT-GROSS(MONTH-IDX) TO LM-GROSS.
       COMPUTE LM-DED = MT-GROSS(MONTH-IDX) - MT-NET(MONTH-IDX).
       MOVE MT-NET(MONTH-IDX) TO LM-NET.
       WRITE REPORT-REC FROM LTR-MONTH-LINE.
       GO TO PRINT-MONTH.
       PRINT-MONTH-END.
       EXIT.

       WRITE-LETTER-LOG.
       MOVE SPACES TO LL-REC.
       MOVE NEXT-SERIAL TO LL-SERIAL.
       MOVE IDNO TO LL-IDNO.
       MOVE NAM TO LL-NAM.
       IF EMP-STATUS = "S"
       MOVE "R" TO LL-TYPE
       ELSE
       MOVE "C" TO LL-TYPE.
       MOVE EMP-STATUS TO LL-STATUS.
       MOVE DEPT-CODE TO LL-DEPT.
       MOVE MONTH-COUNT TO LL-MONTHS.
       MOVE TOT-GROSS TO LL-GROSS.
       MOVE TOT-NET TO LL-NET.
       MOVE ISSUE-DATE TO LL-DATE.
       MOVE ISSUE-TIME TO LL-TIME.
       MOVE REQ-ADDRESSEE TO LL-ADDRESSEE.
       WRITE LL-REC
       INVALID KEY
       DISPLAY "LETTER REGISTER WRITE FAILED:" NEXT-SERIAL
       MOVE "LTRLOG" TO ERR-FILE
       MOVE FS-LTRLOG TO ERR-STATUS
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE-LETTER-LOG-END.
       EXIT.

       VERIFY-LETTER.
       OPEN INPUT LTRLOG.
       MOVE "LTRLOG" TO ERR-FILE.
       MOVE FS-LTRLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE VERIFY-NO TO LL-SERIAL.
       READ LTRLOG RECORD KEY IS LL-SERIAL
       INVALID KEY
       DISPLAY "LETTER NO NOT ON REGISTER - NOT ISSUED BY PAYROLL:"
           VERIFY-NO
       MOVE 4 TO RETURN-CODE
       CLOSE LTRLOG
       GO TO VERIFY-LETTER-END.
       CLOSE LTRLOG.
       MOVE LL-SERIAL TO VL-SERIAL.
       IF LL-TYPE = "R"
       MOVE "RELIEVING" TO VL-TYPE
       ELSE
       MOVE "SALARY CERT" TO VL-TYPE.
       MOVE LL-DATE TO VL-DATE.
       MOVE LL-IDNO TO VL-IDNO.
       DISPLAY VERIFY-LINE.
       DISPLAY "EMPLOYEE NAME   : " LL-NAM.
       DISPLAY "DEPARTMENT      : " LL-DEPT.
       DISPLAY "ADDRESSED TO    : " LL-ADDRESSEE.
       MOVE LL-MONTHS TO LTR-MONTHS.
       MOVE "TOTAL" TO LM-PERIOD.
       MOVE LL-GROSS TO LM-GROSS.
       COMPUTE LM-DED = LL-GROSS - LL-NET.
       MOVE LL-NET TO LM-NET.
       DISPLAY LTR-MONTHS-LINE.
       DISPLAY LTR-MONTH-LINE.
       VERIFY-LETTER-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "SALCERT" TO RC-PROG.
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
       MOVE "SALCERT" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE REQ-COUNT TO RC-READ.
       MOVE LETTER-COUNT TO RC-WRITTEN.
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

       END PROGRAM SalaryCert.
