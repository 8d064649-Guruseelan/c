       IDENTIFICATION DIVISION.
       PROGRAM-ID. BonusRun.
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
       SELECT OPTIONAL ATTEND ASSIGN TO WS-ATTEND-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ATTEND.
       SELECT OPTIONAL PERFILE ASSIGN TO WS-PER-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PERFILE.
       SELECT OPTIONAL GLCTL ASSIGN TO WS-GLCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-GLCTL.
       SELECT BANKFILE ASSIGN TO WS-BANK-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BANKFILE.
       SELECT BONUSWORK ASSIGN TO WS-BONUSWORK-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BONUSWORK.
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
       FD ATTEND
       LABEL RECORDS ARE STANDARD.
       01 ATT-REC.
       02 ATT-IDNO PIC X(20).
       02 ATT-PERIOD PIC X(6).
       02 ATT-DAYS PIC 99.
       02 ATT-LOP PIC 99.
       FD PERFILE
       LABEL RECORDS ARE STANDARD.
       01 PER-REC PIC X(80).
       FD GLCTL
       LABEL RECORDS ARE STANDARD.
       01 GLCTL-REC PIC X(80).
       FD BANKFILE
       LABEL RECORDS ARE STANDARD.
       01 BANK-REC PIC X(50).
       FD BONUSWORK
       LABEL RECORDS ARE STANDARD.
       01 BONUSWORK-REC.
       02 BW-DEPT PIC X(5).
       02 BW-DATA PIC X(80).
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
       77 WS-ATTEND-FILE PIC X(40).
       77 WS-BANK-FILE PIC X(40).
       77 WS-BONUSWORK-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 WS-PER-FILE PIC X(40).
       77 WS-GLCTL-FILE PIC X(40).
       01 PER-DETAIL.
       02 PER-PERIOD PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PER-STATUS PIC X.
       02 FILLER PIC X(72) VALUE SPACES.
       01 CLOSED-TABLE.
       02 CLOSED-ENTRY PIC X(6) OCCURS 100 TIMES.
       77 CLOSED-COUNT PIC 999 VALUE ZERO.
       77 CLOSED-IDX PIC 999 VALUE ZERO.
       77 PERIOD-CLOSED PIC 9 VALUE ZERO.
       01 GLCTL-DETAIL.
       02 GC-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 GC-STATUS PIC X.
       02 FILLER PIC X(72).
       77 GL-POSTED PIC 9 VALUE ZERO.
       77 BONUS-YEAR PIC X(4).
       77 BONUS-PERIOD PIC X(6).
       77 BONUS-PCT PIC 99V99 VALUE 8.33.
       77 WAGE-CEIL PIC 9(6)V99 VALUE 7000.
       77 ELIG-LIMIT PIC 9(6)V99 VALUE 21000.
       77 MIN-DAYS PIC 999 VALUE 30.
       01 YEAR-BOUNDS.
       02 YEAR-START PIC 9(8).
       02 YEAR-END PIC 9(8).
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 PAID-COUNT PIC 9(6) VALUE ZERO.
       77 INELIG-COUNT PIC 9(6) VALUE ZERO.
       77 POSTED-COUNT PIC 9(6) VALUE ZERO.
       77 CASH-COUNT PIC 9(6) VALUE ZERO.
       77 INSTR-COUNT PIC 9(6) VALUE ZERO.
       77 INSTR-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 BONUS-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 ALREADY-POSTED PIC 9 VALUE ZERO.
       01 MONTH-TABLE.
       02 MW-GROSS PIC S9(7)V99 OCCURS 12 TIMES.
       77 MW-IDX PIC 99 VALUE ZERO.
       77 LOG-MONTH PIC 99.
       77 PAID-MONTHS PIC 99 VALUE ZERO.
       77 DAYS-WORKED PIC 999 VALUE ZERO.
       77 TOT-GROSS PIC S9(8)V99 VALUE ZERO.
       77 ELIG-WAGES PIC S9(8)V99 VALUE ZERO.
       77 AVG-GROSS PIC S9(8)V99 VALUE ZERO.
       77 BONUS-AMT PIC 9(6)V99 VALUE ZERO.
       77 LOOK-PERIOD PIC X(6).
       01 ATT-TABLE.
       02 ATT-ENTRY OCCURS 3000 TIMES.
       03 AT-IDNO PIC X(20).
       03 AT-PERIOD PIC X(6).
       03 AT-DAYS PIC 99.
       77 ATT-COUNT PIC 9(4) VALUE ZERO.
       77 ATT-IDX PIC 9(4) VALUE ZERO.
       77 ATT-FOUND PIC 9 VALUE ZERO.
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
       01 BD-TABLE.
       02 BD-ENTRY OCCURS 100 TIMES.
       03 BT-DEPT PIC X(5).
       03 BT-HEADS PIC 9(5).
       03 BT-PAID PIC 9(5).
       03 BT-WAGES PIC S9(9)V99.
       03 BT-BONUS PIC 9(9)V99.
       77 BT-COUNT PIC 999 VALUE ZERO.
       77 BT-IDX PIC 999 VALUE ZERO.
       77 TOT-WAGES PIC S9(9)V99 VALUE ZERO.
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2.
       02 FILLER PIC X(24) VALUE SPACES.
       02 FILLER PIC X(32) VALUE "STATUTORY BONUS REGISTER - YEAR ".
       02 RH-YEAR PIC X(4).
       02 FILLER PIC X(20) VALUE SPACES.
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-PARM-LINE.
       02 FILLER PIC X(10) VALUE "BONUS % : ".
       02 RP-PCT PIC Z9.99.
       02 FILLER PIC X(18) VALUE "   WAGE CEILING : ".
       02 RP-CEIL PIC Z(5)9.
       02 FILLER PIC X(15) VALUE "   PAID IN : ".
       02 RP-PERIOD PIC X(6).
       02 FILLER PIC X(20) VALUE SPACES.
       01 RPT-DEPT-LINE.
       02 FILLER PIC X(12) VALUE "DEPARTMENT: ".
       02 RDL-DEPT PIC X(5).
       02 FILLER PIC X(63) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(39) VALUE
       "EMPLOYEE NO          NAME              ".
       02 FILLER PIC X(41) VALUE
       "  DAYS ELIG WAGES     BONUS REMARK".
       01 RPT-DETAIL.
       02 RD-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RD-NAM PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DAYS PIC ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 RD-WAGES PIC Z(6)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-BONUS PIC Z(5)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-REMARK PIC X(12).
       01 RPT-TOTAL-LINE.
       02 RT-LABEL PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RT-HEADS PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE " PAID ".
       02 RT-PAID PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 RT-WAGES PIC Z(8)9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RT-BONUS PIC Z(8)9.99.
       02 FILLER PIC X(10) VALUE SPACES.
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
       77 FS-ATTEND PIC XX VALUE "00".
       77 FS-PERFILE PIC XX VALUE "00".
       77 FS-GLCTL PIC XX VALUE "00".
       77 FS-BANKFILE PIC XX VALUE "00".
       77 FS-BONUSWORK PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "BONUSRUN".
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
       MOVE "ATTEND" TO PARM-KEY
       MOVE "ENTER ATTENDANCE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ATTEND-FILE.
       IF WS-ATTEND-FILE = SPACES
       MOVE "ATTEND.DAT" TO WS-ATTEND-FILE.
       MOVE "BANK" TO PARM-KEY
       MOVE "ENTER BONUS BANK CREDIT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANK-FILE.
       IF WS-BANK-FILE = SPACES
       MOVE "BONUSBNK.DAT" TO WS-BANK-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER BONUS REGISTER NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "BONUSREG.LST" TO WS-REPORT-FILE.
       MOVE "BONUSWORK" TO PARM-KEY
       MOVE "ENTER BONUS WORK FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BONUSWORK-FILE.
       IF WS-BONUSWORK-FILE = SPACES
       MOVE "BONUSWRK.DAT" TO WS-BONUSWORK-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       MOVE "PER" TO PARM-KEY
       MOVE "ENTER PERIOD CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-PER-FILE.
       IF WS-PER-FILE = SPACES
       MOVE "PERIODS.DAT" TO WS-PER-FILE.
       MOVE "GLCTL" TO PARM-KEY
       MOVE "ENTER GL POSTING CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-GLCTL-FILE.
       IF WS-GLCTL-FILE = SPACES
       MOVE "GLCTL.DAT" TO WS-GLCTL-FILE.
       MOVE "BONUS-YEAR" TO PARM-KEY
       MOVE "ENTER ACCOUNTING YEAR FOR BONUS (YYYY):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO BONUS-YEAR.
       IF BONUS-YEAR IS NOT NUMERIC
       DISPLAY "INVALID ACCOUNTING YEAR:" BONUS-YEAR
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       MOVE "BONUS-PERIOD" TO PARM-KEY
       MOVE "ENTER PAY PERIOD TO POST BONUS IN (YYYYMM):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO BONUS-PERIOD.
       IF BONUS-PERIOD IS NOT NUMERIC
       OR BONUS-PERIOD(5:2) < "01" OR BONUS-PERIOD(5:2) > "12"
       DISPLAY "INVALID BONUS PAY PERIOD:" BONUS-PERIOD
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       IF BONUS-PERIOD(1:4) NOT > BONUS-YEAR
       DISPLAY "BONUS CANNOT BE PAID BEFORE THE YEAR ENDS:"
           BONUS-PERIOD
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       PERFORM LOAD-CLOSED-PERIODS THRU LOAD-CLOSED-PERIODS-END.
       PERFORM CHECK-PERIOD-CLOSED THRU CHECK-PERIOD-CLOSED-END.
       IF PERIOD-CLOSED = 1
       DISPLAY "PAY PERIOD " BONUS-PERIOD
           " IS CLOSED - BONUS NOT POSTED"
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       PERFORM CHECK-GL-POSTED THRU CHECK-GL-POSTED-END.
       IF GL-POSTED = 1
       DISPLAY "PAY PERIOD " BONUS-PERIOD
           " ALREADY POSTED TO GL - BONUS NOT POSTED"
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       MOVE "BONUS-PCT" TO PARM-KEY
       MOVE "ENTER BONUS PERCENTAGE (BLANK FOR 8.33):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO BONUS-PCT.
       MOVE "WAGE-CEIL" TO PARM-KEY
       MOVE "ENTER MONTHLY WAGE CEILING (BLANK FOR 7000):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO WAGE-CEIL.
       MOVE "ELIG-LIMIT" TO PARM-KEY
       MOVE "ENTER MONTHLY WAGE ELIGIBILITY LIMIT (BLANK FOR 21000):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO ELIG-LIMIT.
       MOVE "MIN-DAYS" TO PARM-KEY
       MOVE "ENTER MINIMUM DAYS WORKED (BLANK FOR 30):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO MIN-DAYS.
       MOVE BONUS-YEAR TO YEAR-START(1:4).
       MOVE "0101" TO YEAR-START(5:4).
       MOVE BONUS-YEAR TO YEAR-END(1:4).
       MOVE "1231" TO YEAR-END(5:4).
       PERFORM WRITE-RUN-START.
       PERFORM LOAD-ATTENDANCE THRU LOAD-ATTENDANCE-END.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O YTDLOG.
       MOVE "YTDLOG" TO ERR-FILE.
       MOVE FS-YTDLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT BANKFILE.
       MOVE "BANKFILE" TO ERR-FILE.
       MOVE FS-BANKFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT BONUSWORK.
       MOVE "BONUSWORK" TO ERR-FILE.
       MOVE FS-BONUSWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       READ-EMP.
       READ EMP1 NEXT RECORD AT END GO TO END-BONUS.
       ADD 1 TO READ-COUNT.
       PERFORM BONUS-ONE THRU BONUS-ONE-END.
       GO TO READ-EMP.
       END-BONUS.
       MOVE INSTR-COUNT TO BC-COUNT.
       MOVE INSTR-TOTAL TO BC-TOTAL.
       WRITE BANK-REC FROM BANK-CONTROL.
       CLOSE EMP1.
       CLOSE YTDLOG.
       CLOSE BANKFILE.
       CLOSE BONUSWORK.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE BONUS-YEAR TO RH-YEAR.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       MOVE BONUS-PCT TO RP-PCT.
       MOVE WAGE-CEIL TO RP-CEIL.
       MOVE BONUS-PERIOD TO RP-PERIOD.
       WRITE REPORT-REC FROM RPT-PARM-LINE.
       MOVE 0 TO BT-IDX.
       PERFORM PRINT-DEPT THRU PRINT-DEPT-END
           BT-COUNT TIMES.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "GRAND TOTAL" TO RT-LABEL.
       COMPUTE RT-HEADS = PAID-COUNT + INELIG-COUNT.
       MOVE PAID-COUNT TO RT-PAID.
       MOVE TOT-WAGES TO RT-WAGES.
       MOVE BONUS-TOTAL TO RT-BONUS.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       CLOSE REPORTFILE.
       DISPLAY "EMPLOYEES READ:" READ-COUNT.
       DISPLAY "BONUS PAID:" PAID-COUNT.
       DISPLAY "  BY BANK TRANSFER:" INSTR-COUNT.
       DISPLAY "  BY CASH:" CASH-COUNT.
       DISPLAY "NOT ELIGIBLE:" INELIG-COUNT.
       IF POSTED-COUNT > 0
       DISPLAY "ALREADY POSTED FOR PERIOD - SKIPPED:" POSTED-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       BONUS-ONE.
       IF HIRE-DATE > YEAR-END
       GO TO BONUS-ONE-END.
       IF EMP-STATUS = "S" AND SEP-DATE < YEAR-START
       GO TO BONUS-ONE-END.
       PERFORM CHECK-POSTED THRU CHECK-POSTED-END.
       IF ALREADY-POSTED = 1
       DISPLAY "BONUS ALREADY POSTED - SKIPPED:" IDNO
       ADD 1 TO POSTED-COUNT
       GO TO BONUS-ONE-END.
       PERFORM GATHER-WAGES THRU GATHER-WAGES-END.
       IF PAID-MONTHS = 0
       GO TO BONUS-ONE-END.
       MOVE ZERO TO BONUS-AMT.
       MOVE SPACES TO RD-REMARK.
       COMPUTE AVG-GROSS ROUNDED = TOT-GROSS / PAID-MONTHS.
       IF DAYS-WORKED < MIN-DAYS
       MOVE "SHORT DAYS" TO RD-REMARK
       ELSE IF ELIG-LIMIT > 0 AND AVG-GROSS > ELIG-LIMIT
       MOVE "ABOVE LIMIT" TO RD-REMARK
       ELSE IF ELIG-WAGES NOT > ZERO
       MOVE "NO WAGES" TO RD-REMARK.
       IF RD-REMARK NOT = SPACES
       ADD 1 TO INELIG-COUNT
       GO TO BONUS-ONE-NOTE.
       COMPUTE BONUS-AMT ROUNDED = ELIG-WAGES * BONUS-PCT / 100.
       PERFORM POST-BONUS THRU POST-BONUS-END.
       IF PAY-MODE = "B" AND BANK-ACCT NOT = SPACES
       AND BANK-CODE NOT = SPACES
       MOVE BANK-ACCT TO BD-ACCT
       MOVE BANK-CODE TO BD-CODE
       MOVE BONUS-AMT TO BD-AMOUNT
       MOVE BONUS-PERIOD TO BD-PERIOD
       WRITE BANK-REC FROM BANK-DETAIL
       ADD 1 TO INSTR-COUNT
       ADD BONUS-AMT TO INSTR-TOTAL
       MOVE "BANK" TO RD-REMARK
       ELSE
       ADD 1 TO CASH-COUNT
       MOVE "CASH" TO RD-REMARK.
       ADD 1 TO PAID-COUNT.
       ADD BONUS-AMT TO BONUS-TOTAL.
       BONUS-ONE-NOTE.
       ADD ELIG-WAGES TO TOT-WAGES.
       MOVE IDNO TO RD-IDNO.
       MOVE NAM TO RD-NAM.
       MOVE DAYS-WORKED TO RD-DAYS.
       MOVE ELIG-WAGES TO RD-WAGES.
       MOVE BONUS-AMT TO RD-BONUS.
       MOVE DEPT-CODE TO BW-DEPT.
       MOVE RPT-DETAIL TO BW-DATA.
       WRITE BONUSWORK-REC.
       PERFORM FIND-BT-DEPT THRU FIND-BT-DEPT-END.
       ADD 1 TO BT-HEADS(BT-IDX).
       ADD ELIG-WAGES TO BT-WAGES(BT-IDX).
       IF BONUS-AMT > ZERO
       ADD 1 TO BT-PAID(BT-IDX)
       ADD BONUS-AMT TO BT-BONUS(BT-IDX).
       BONUS-ONE-END.
       EXIT.

       CHECK-POSTED.
       MOVE 0 TO ALREADY-POSTED.
       MOVE IDNO TO YL-IDNO.
       MOVE BONUS-PERIOD TO YL-PERIOD.
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO CHECK-POSTED-END.
       CHECK-POSTED-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO CHECK-POSTED-END.
       IF YL-IDNO NOT = IDNO OR YL-PERIOD NOT = BONUS-PERIOD
       GO TO CHECK-POSTED-END.
       IF YL-REV = "B"
       MOVE 1 TO ALREADY-POSTED
       GO TO CHECK-POSTED-END.
       GO TO CHECK-POSTED-READ.
       CHECK-POSTED-END.
       EXIT.

       GATHER-WAGES.
       MOVE ZERO TO PAID-MONTHS.
       MOVE ZERO TO DAYS-WORKED.
       MOVE ZERO TO TOT-GROSS.
       MOVE ZERO TO ELIG-WAGES.
       MOVE 0 TO MW-IDX.
       PERFORM CLEAR-MONTH THRU CLEAR-MONTH-END 12 TIMES.
       MOVE IDNO TO YL-IDNO.
       MOVE BONUS-YEAR TO YL-PERIOD(1:4).
       MOVE "01" TO YL-PERIOD(5:2).
       MOVE ZERO TO YL-SEQ.
       START YTDLOG KEY NOT < YL-KEY
       INVALID KEY GO TO GATHER-WAGES-SUM.
       GATHER-WAGES-READ.
       READ YTDLOG NEXT RECORD
       AT END GO TO GATHER-WAGES-SUM.
       IF YL-IDNO NOT = IDNO OR YL-PERIOD(1:4) NOT = BONUS-YEAR
       GO TO GATHER-WAGES-SUM.
       IF YL-REV = "B"
       GO TO GATHER-WAGES-READ.
       IF YL-PERIOD(5:2) IS NOT NUMERIC
       GO TO GATHER-WAGES-READ.
       MOVE YL-PERIOD(5:2) TO LOG-MONTH.
       IF LOG-MONTH < 1 OR LOG-MONTH > 12
       GO TO GATHER-WAGES-READ.
       ADD YL-GPAY TO MW-GROSS(LOG-MONTH).
       GO TO GATHER-WAGES-READ.
       GATHER-WAGES-SUM.
       MOVE 0 TO MW-IDX.
       PERFORM SUM-MONTH THRU SUM-MONTH-END 12 TIMES.
       GATHER-WAGES-END.
       EXIT.

       CLEAR-MONTH.
       ADD 1 TO MW-IDX.
       MOVE ZERO TO MW-GROSS(MW-IDX).
       CLEAR-MONTH-END.
       EXIT.

       SUM-MONTH.
       ADD 1 TO MW-IDX.
       IF MW-GROSS(MW-IDX) NOT > ZERO
       GO TO SUM-MONTH-END.
       ADD 1 TO PAID-MONTHS.
       ADD MW-GROSS(MW-IDX) TO TOT-GROSS.
       IF WAGE-CEIL > 0 AND MW-GROSS(MW-IDX) > WAGE-CEIL
       ADD WAGE-CEIL TO ELIG-WAGES
       ELSE
       ADD MW-GROSS(MW-IDX) TO ELIG-WAGES.
       MOVE BONUS-YEAR TO LOOK-PERIOD(1:4).
       MOVE MW-IDX TO LOOK-PERIOD(5:2).
       PERFORM FIND-ATTENDANCE THRU FIND-ATTENDANCE-END.
       IF ATT-FOUND = 1
       ADD AT-DAYS(ATT-IDX) TO DAYS-WORKED
       ELSE
       ADD 30 TO DAYS-WORKED.
       SUM-MONTH-END.
       EXIT.

       LOAD-CLOSED-PERIODS.
       MOVE ZERO TO CLOSED-COUNT.
       OPEN INPUT PERFILE.
       MOVE "PERFILE" TO ERR-FILE.
       MOVE FS-PERFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-CLOSED-PERIODS-READ.
       READ PERFILE RECORD INTO PER-DETAIL
       AT END CLOSE PERFILE GO TO LOAD-CLOSED-PERIODS-END.
       IF PER-STATUS NOT = "C"
       GO TO LOAD-CLOSED-PERIODS-READ.
       IF CLOSED-COUNT >= 100
       DISPLAY "PERIOD TABLE FULL - SKIPPING REMAINING PERIODS"
       CLOSE PERFILE
       GO TO LOAD-CLOSED-PERIODS-END.
       ADD 1 TO CLOSED-COUNT.
       MOVE PER-PERIOD TO CLOSED-ENTRY(CLOSED-COUNT).
       GO TO LOAD-CLOSED-PERIODS-READ.
       LOAD-CLOSED-PERIODS-END.
       EXIT.

       CHECK-PERIOD-CLOSED.
       MOVE 0 TO PERIOD-CLOSED.
       MOVE 0 TO CLOSED-IDX.
       CHECK-PERIOD-CLOSED-LOOP.
       ADD 1 TO CLOSED-IDX.
       IF CLOSED-IDX > CLOSED-COUNT
       GO TO CHECK-PERIOD-CLOSED-END.
       IF CLOSED-ENTRY(CLOSED-IDX) = BONUS-PERIOD
       MOVE 1 TO PERIOD-CLOSED
       GO TO CHECK-PERIOD-CLOSED-END.
       GO TO CHECK-PERIOD-CLOSED-LOOP.
       CHECK-PERIOD-CLOSED-END.
       EXIT.

       CHECK-GL-POSTED.
       MOVE 0 TO GL-POSTED.
       OPEN INPUT GLCTL.
       MOVE "GLCTL" TO ERR-FILE.
       MOVE FS-GLCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-GL-POSTED-READ.
       READ GLCTL RECORD INTO GLCTL-DETAIL
       AT END CLOSE GLCTL GO TO CHECK-GL-POSTED-END.
       IF GC-PERIOD = BONUS-PERIOD AND GC-STATUS = "P"
       MOVE 1 TO GL-POSTED
       CLOSE GLCTL
       GO TO CHECK-GL-POSTED-END.
       GO TO CHECK-GL-POSTED-READ.
       CHECK-GL-POSTED-END.
       EXIT.

       POST-BONUS.
       MOVE SPACES TO YL-REC.
       MOVE IDNO TO YL-IDNO.
       MOVE BONUS-PERIOD TO YL-PERIOD.
       MOVE ZERO TO YL-SEQ.
       MOVE NAM TO YL-NAM.
       MOVE BONUS-AMT TO YL-GPAY.
       MOVE BONUS-AMT TO YL-NPAY.
       MOVE ZERO TO YL-PFI.
       MOVE ZERO TO YL-TAX.
       MOVE "B" TO YL-REV.
       WRITE YL-REC
       INVALID KEY
       PERFORM BUMP-YTD-SEQ THRU BUMP-YTD-SEQ-END.
       POST-BONUS-END.
       EXIT.

       BUMP-YTD-SEQ.
       IF YL-SEQ = 99
       DISPLAY "YTD LOG SEQUENCE EXHAUSTED FOR:" YL-IDNO
       GO TO BUMP-YTD-SEQ-END.
       ADD 1 TO YL-SEQ.
       WRITE YL-REC
       INVALID KEY
       GO TO BUMP-YTD-SEQ.
       BUMP-YTD-SEQ-END.
       EXIT.

       FIND-BT-DEPT.
       MOVE 0 TO BT-IDX.
       FIND-BT-DEPT-LOOP.
       ADD 1 TO BT-IDX.
       IF BT-IDX > BT-COUNT
       GO TO FIND-BT-DEPT-NEW.
       IF BT-DEPT(BT-IDX) = DEPT-CODE
       GO TO FIND-BT-DEPT-END.
       GO TO FIND-BT-DEPT-LOOP.
       FIND-BT-DEPT-NEW.
       IF BT-COUNT >= 100
       DISPLAY "DEPARTMENT TABLE FULL - TOTALLED UNDER LAST ENTRY:"
           DEPT-CODE
       MOVE BT-COUNT TO BT-IDX
       GO TO FIND-BT-DEPT-END.
       ADD 1 TO BT-COUNT.
       MOVE BT-COUNT TO BT-IDX.
       MOVE DEPT-CODE TO BT-DEPT(BT-IDX).
       MOVE ZERO TO BT-HEADS(BT-IDX).
       MOVE ZERO TO BT-PAID(BT-IDX).
       MOVE ZERO TO BT-WAGES(BT-IDX).
       MOVE ZERO TO BT-BONUS(BT-IDX).
       FIND-BT-DEPT-END.
       EXIT.

       PRINT-DEPT.
       ADD 1 TO BT-IDX.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE BT-DEPT(BT-IDX) TO RDL-DEPT.
       WRITE REPORT-REC FROM RPT-DEPT-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       OPEN INPUT BONUSWORK.
       MOVE "BONUSWORK" TO ERR-FILE.
       MOVE FS-BONUSWORK TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PRINT-DEPT-READ.
       READ BONUSWORK AT END GO TO PRINT-DEPT-TOTAL.
       IF BW-DEPT NOT = BT-DEPT(BT-IDX)
       GO TO PRINT-DEPT-READ.
       WRITE REPORT-REC FROM BW-DATA.
       GO TO PRINT-DEPT-READ.
       PRINT-DEPT-TOTAL.
       CLOSE BONUSWORK.
       MOVE "DEPARTMENT TOTAL" TO RT-LABEL.
       MOVE BT-HEADS(BT-IDX) TO RT-HEADS.
       MOVE BT-PAID(BT-IDX) TO RT-PAID.
       MOVE BT-WAGES(BT-IDX) TO RT-WAGES.
       MOVE BT-BONUS(BT-IDX) TO RT-BONUS.
       WRITE REPORT-REC FROM RPT-TOTAL-LINE.
       PRINT-DEPT-END.
       EXIT.

       LOAD-ATTENDANCE.
       MOVE ZERO TO ATT-COUNT.
       OPEN INPUT ATTEND.
       MOVE "ATTEND" TO ERR-FILE.
       MOVE FS-ATTEND TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-ATTENDANCE-READ.
       READ ATTEND AT END
       CLOSE ATTEND GO TO LOAD-ATTENDANCE-END.
       IF ATT-PERIOD(1:4) NOT = BONUS-YEAR
       GO TO LOAD-ATTENDANCE-READ.
       IF ATT-COUNT >= 3000
       DISPLAY "ATTENDANCE TABLE FULL - SKIPPING REMAINING RECORDS"
       CLOSE ATTEND
       GO TO LOAD-ATTENDANCE-END.
       ADD 1 TO ATT-COUNT.
       MOVE ATT-IDNO TO AT-IDNO(ATT-COUNT).
       MOVE ATT-PERIOD TO AT-PERIOD(ATT-COUNT).
       MOVE ATT-DAYS TO AT-DAYS(ATT-COUNT).
       GO TO LOAD-ATTENDANCE-READ.
       LOAD-ATTENDANCE-END.
       EXIT.

       FIND-ATTENDANCE.
       MOVE 0 TO ATT-FOUND.
       MOVE 0 TO ATT-IDX.
       FIND-ATTENDANCE-LOOP.
       ADD 1 TO ATT-IDX.
       IF ATT-IDX > ATT-COUNT
       GO TO FIND-ATTENDANCE-END.
       IF AT-IDNO(ATT-IDX) = IDNO
       AND AT-PERIOD(ATT-IDX) = LOOK-PERIOD
       MOVE 1 TO ATT-FOUND
       GO TO FIND-ATTENDANCE-END.
       GO TO FIND-ATTENDANCE-LOOP.
       FIND-ATTENDANCE-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BONUSRUN" TO RC-PROG.
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
       MOVE "BONUSRUN" TO RC-PROG.
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

       END PROGRAM BonusRun.
