       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL POSFILE ASSIGN TO WS-POS-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PS-DEPT
       FILE STATUS IS FS-POSFILE.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
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
       77 WS-POS-FILE PIC X(40).
       77 WS-EMP1-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       77 RPT-WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 OVER-COUNT PIC 9(4) VALUE ZERO.
       77 TOT-SANCTION PIC 9(6) VALUE ZERO.
       77 TOT-ACTIVE PIC 9(6) VALUE ZERO.
       77 TOT-VACANT PIC 9(6) VALUE ZERO.
       77 TOT-OVER PIC 9(6) VALUE ZERO.
       01 PN-TABLE.
       02 PN-ENTRY OCCURS 100 TIMES.
       03 PN-DEPT PIC X(5).
       03 PN-DESC PIC X(20).
       03 PN-SANCTION PIC 9(4).
       03 PN-ACTIVE PIC 9(4).
       03 PN-ON-FILE PIC 9.
       77 PN-COUNT PIC 999 VALUE ZERO.
       77 PN-IDX PIC 999 VALUE ZERO.
       77 PN-SEARCH PIC X(5).
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2 PIC X(80) VALUE
       "            SANCTIONED STRENGTH VACANCY / OVER-STRENGTH REPORT".
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-DATE-LINE.
       02 FILLER PIC X(18) VALUE "RUN DATE        : ".
       02 RPT-DATE PIC 9(8).
       02 FILLER PIC X(54) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(80) VALUE
       "DEPT  DESCRIPTION          SANCTIONED  ACTIVE  VACANT    OVER".
       01 RPT-DETAIL.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DESC PIC X(20).
       02 FILLER PIC X(5) VALUE SPACES.
       02 RD-SANCTION PIC Z(5)9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-ACTIVE PIC Z(5)9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-VACANT PIC Z(5)9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-OVER PIC Z(5)9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-FLAG PIC X(14).
       02 FILLER PIC X(3) VALUE SPACES.
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
       77 FS-POSFILE PIC XX VALUE "00".
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "POSREPORT".
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
       MOVE "POS" TO PARM-KEY
       MOVE "ENTER POSITION MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-POS-FILE.
       IF WS-POS-FILE = SPACES
       MOVE "POSITION.DAT" TO WS-POS-FILE.
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER VACANCY REPORT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "VACANCY.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       PERFORM LOAD-POSITIONS THRU LOAD-POSITIONS-END.
       PERFORM COUNT-ACTIVE THRU COUNT-ACTIVE-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       ACCEPT RPT-DATE FROM DATE YYYYMMDD.
       WRITE REPORT-REC FROM RPT-DATE-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       MOVE 0 TO PN-IDX.
       PERFORM PRINT-POSITION THRU PRINT-POSITION-END.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "TOTAL" TO RD-DEPT.
       MOVE SPACES TO RD-DESC.
       MOVE TOT-SANCTION TO RD-SANCTION.
       MOVE TOT-ACTIVE TO RD-ACTIVE.
       MOVE TOT-VACANT TO RD-VACANT.
       MOVE TOT-OVER TO RD-OVER.
       MOVE SPACES TO RD-FLAG.
       WRITE REPORT-REC FROM RPT-DETAIL.
       CLOSE REPORTFILE.
       DISPLAY "DEPARTMENTS REPORTED:" PN-COUNT.
       DISPLAY "DEPARTMENTS OVER STRENGTH OR UNSANCTIONED:" OVER-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       LOAD-POSITIONS.
       OPEN INPUT POSFILE.
       MOVE "POSFILE" TO ERR-FILE.
       MOVE FS-POSFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-POSITIONS-READ.
       READ POSFILE NEXT RECORD
       AT END CLOSE POSFILE GO TO LOAD-POSITIONS-END.
       MOVE PS-DEPT TO PN-SEARCH.
       PERFORM FIND-PN-DEPT THRU FIND-PN-DEPT-END.
       MOVE PS-DESC TO PN-DESC(PN-IDX).
       MOVE PS-SANCTION TO PN-SANCTION(PN-IDX).
       MOVE 1 TO PN-ON-FILE(PN-IDX).
       GO TO LOAD-POSITIONS-READ.
       LOAD-POSITIONS-END.
       EXIT.

       COUNT-ACTIVE.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       COUNT-ACTIVE-READ.
       READ EMP1 NEXT RECORD
       AT END CLOSE EMP1 GO TO COUNT-ACTIVE-END.
       ADD 1 TO EMP-READ-COUNT.
       IF EMP-STATUS = "S"
       GO TO COUNT-ACTIVE-READ.
       MOVE DEPT-CODE TO PN-SEARCH.
       PERFORM FIND-PN-DEPT THRU FIND-PN-DEPT-END.
       ADD 1 TO PN-ACTIVE(PN-IDX).
       GO TO COUNT-ACTIVE-READ.
       COUNT-ACTIVE-END.
       EXIT.

       FIND-PN-DEPT.
       MOVE 0 TO PN-IDX.
       FIND-PN-DEPT-LOOP.
       ADD 1 TO PN-IDX.
       IF PN-IDX > PN-COUNT
       GO TO FIND-PN-DEPT-ADD.
       IF PN-DEPT(PN-IDX) = PN-SEARCH
       GO TO FIND-PN-DEPT-END.
       GO TO FIND-PN-DEPT-LOOP.
       FIND-PN-DEPT-ADD.
       IF PN-COUNT >= 100
       DISPLAY "DEPARTMENT TABLE FULL - ADDED TO LAST ENTRY:"
           PN-SEARCH
       MOVE 100 TO PN-IDX
       GO TO FIND-PN-DEPT-END.
       ADD 1 TO PN-COUNT.
       MOVE PN-COUNT TO PN-IDX.
       MOVE PN-SEARCH TO PN-DEPT(PN-IDX).
       MOVE SPACES TO PN-DESC(PN-IDX).
       MOVE ZERO TO PN-SANCTION(PN-IDX).
       MOVE ZERO TO PN-ACTIVE(PN-IDX).
       MOVE 0 TO PN-ON-FILE(PN-IDX).
       FIND-PN-DEPT-END.
       EXIT.

       PRINT-POSITION.
       ADD 1 TO PN-IDX.
       IF PN-IDX > PN-COUNT
       GO TO PRINT-POSITION-END.
       MOVE PN-DEPT(PN-IDX) TO RD-DEPT.
       MOVE PN-DESC(PN-IDX) TO RD-DESC.
       MOVE PN-SANCTION(PN-IDX) TO RD-SANCTION.
       MOVE PN-ACTIVE(PN-IDX) TO RD-ACTIVE.
       MOVE ZERO TO RD-VACANT.
       MOVE ZERO TO RD-OVER.
       MOVE SPACES TO RD-FLAG.
       ADD PN-SANCTION(PN-IDX) TO TOT-SANCTION.
       ADD PN-ACTIVE(PN-IDX) TO TOT-ACTIVE.
       IF PN-ON-FILE(PN-IDX) = 0
       MOVE "NO POSITION" TO RD-FLAG
       ADD 1 TO OVER-COUNT
       ELSE IF PN-ACTIVE(PN-IDX) > PN-SANCTION(PN-IDX)
       COMPUTE RD-OVER = PN-ACTIVE(PN-IDX) - PN-SANCTION(PN-IDX)
       COMPUTE TOT-OVER = TOT-OVER + PN-ACTIVE(PN-IDX)
           - PN-SANCTION(PN-IDX)
       MOVE "** OVER **" TO RD-FLAG
       ADD 1 TO OVER-COUNT
       ELSE IF PN-ACTIVE(PN-IDX) < PN-SANCTION(PN-IDX)
       COMPUTE RD-VACANT = PN-SANCTION(PN-IDX) - PN-ACTIVE(PN-IDX)
       COMPUTE TOT-VACANT = TOT-VACANT + PN-SANCTION(PN-IDX)
           - PN-ACTIVE(PN-IDX)
       MOVE "VACANCY" TO RD-FLAG
       ELSE
       MOVE "FULL" TO RD-FLAG.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO RPT-WRITE-COUNT.
       GO TO PRINT-POSITION.
       PRINT-POSITION-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "POSREPORT" TO RC-PROG.
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
       MOVE "POSREPORT" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE EMP-READ-COUNT TO RC-READ.
       MOVE RPT-WRITE-COUNT TO RC-WRITTEN.
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

       END PROGRAM PosReport.
