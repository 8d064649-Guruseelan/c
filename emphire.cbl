       SELECT OPTIONAL DEPTFILE ASSIGN TO WS-DEPT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-DEPTFILE.
       SELECT OPTIONAL POSFILE ASSIGN TO WS-POS-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PS-DEPT
       FILE STATUS IS FS-POSFILE.
       SELECT OPTIONAL POSOVR ASSIGN TO WS-POSOVR-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-POSOVR.
       SELECT OPTIONAL BANKMAST ASSIGN TO WS-BANKMAST-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BM-CODE
       FILE STATUS IS FS-BANKMAST.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       FD DEPTFILE
       LABEL RECORDS ARE STANDARD.
       01 DEPT-REC PIC X(20).
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
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       77 WS-HIRE-FILE PIC X(40).
       77 WS-REJ-FILE PIC X(40).
       77 WS-DEPT-FILE PIC X(40).
       77 WS-POS-FILE PIC X(40).
       77 WS-POSOVR-FILE PIC X(40).
       77 WS-BANKMAST-FILE PIC X(40).
       77 BANK-CHECKING PIC 9 VALUE ZERO.
       77 BANK-ERR PIC 9 VALUE ZERO.
       77 BK-CODE PIC X(11).
       77 BK-ACCT PIC X(15).
       77 BK-LEN PIC 99 VALUE ZERO.
       77 HIRE-READ-COUNT PIC 9(6) VALUE ZERO.
       77 HIRE-GOOD-COUNT PIC 9(6) VALUE ZERO.
       77 HIRE-REJ-COUNT PIC 9(6) VALUE ZERO.
       01 DEPT-DETAIL.
       02 DL-CODE PIC X(5).
       02 FILLER PIC X(15).
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
       01 REJ-DETAIL.
       02 REJ-REASON PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       77 FS-HIREFILE PIC XX VALUE "00".
       77 FS-REJFILE PIC XX VALUE "00".
       77 FS-DEPTFILE PIC XX VALUE "00".
       77 FS-POSFILE PIC XX VALUE "00".
       77 FS-POSOVR PIC XX VALUE "00".
       77 FS-BANKMAST PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       MOVE PARM-ANSWER TO WS-DEPT-FILE.
       IF WS-DEPT-FILE = SPACES
       MOVE "DEPTS.DAT" TO WS-DEPT-FILE.
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
       MOVE "BANKMAST" TO PARM-KEY
       MOVE "ENTER BANK BRANCH MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BANKMAST-FILE.
       IF WS-BANKMAST-FILE = SPACES
       MOVE "BANKMAST.DAT" TO WS-BANKMAST-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM LOAD-DEPARTMENTS THRU LOAD-DEPARTMENTS-END.
       IF DEPT-COUNT = 0
       DISPLAY "NO DEPARTMENT LIST - DEPT CODES NOT VALIDATED".
       PERFORM LOAD-POSITIONS THRU LOAD-POSITIONS-END.
       IF PN-COUNT = 0
       DISPLAY "NO POSITION MASTER - STRENGTH NOT CONTROLLED"
       ELSE
       PERFORM LOAD-OVERRIDES THRU LOAD-OVERRIDES-END
       PERFORM COUNT-STRENGTH THRU COUNT-STRENGTH-END.
       PERFORM OPEN-BANK-MASTER THRU OPEN-BANK-MASTER-END.
       IF BANK-CHECKING = 0
       DISPLAY "NO BANK BRANCH MASTER - BANK DETAILS NOT VALIDATED".
       OPEN I-O EMP1.
       OPEN EXTEND EMPJRNL.
       MOVE "EMPJRNL" TO ERR-FILE.
       CLOSE EMPJRNL.
       CLOSE HIREFILE.
       CLOSE REJFILE.
       CLOSE BANKMAST.
       DISPLAY "NEW-HIRE ROWS READ:" HIRE-READ-COUNT.
       DISPLAY "EMPLOYEES LOADED:" HIRE-GOOD-COUNT.
       DISPLAY "ROWS REJECTED:" HIRE-REJ-COUNT.
       DISPLAY "REJECT REASONS: 01=BLANK IDNO 02=BPAY NOT NUMERIC".
       DISPLAY "                03=UNKNOWN DEPT 04=BAD PAY MODE".
       DISPLAY "                05=NO BANK DETAILS 06=DUPLICATE IDNO".
       DISPLAY "                07=OVER SANCTIONED STRENGTH"
           " 08=BANK CODE/ACCT INVALID".
       PERFORM WRITE-RUN-END.
       STOP RUN.

       MOVE "05" TO REJ-REASON
       PERFORM WRITE-HIRE-REJECT
       GO TO LOAD-ONE-END.
       IF FLD-PAY-MODE = "B" OR FLD-BANK-CODE NOT = SPACES
       MOVE FLD-BANK-CODE TO BK-CODE
       MOVE FLD-BANK-ACCT TO BK-ACCT
       PERFORM CHECK-BANK THRU CHECK-BANK-END
       IF BANK-ERR NOT = 0
       MOVE "08" TO REJ-REASON
       PERFORM WRITE-HIRE-REJECT
       GO TO LOAD-ONE-END.
       IF PN-COUNT > 0
       PERFORM CHECK-STRENGTH THRU CHECK-STRENGTH-END
       IF STRENGTH-OK = 0
       MOVE "07" TO REJ-REASON
       PERFORM WRITE-HIRE-REJECT
       GO TO LOAD-ONE-END.
       MOVE FLD-NAM TO NAM.
       MOVE FLD-IDNO TO IDNO.
       MOVE BPAY-NUM TO BPAY.
       PERFORM WRITE-HIRE-REJECT
       NOT INVALID KEY
       PERFORM WRITE-EMP-JOURNAL
       PERFORM ADD-STRENGTH THRU ADD-STRENGTH-END
       ADD 1 TO HIRE-GOOD-COUNT.
       LOAD-ONE-END.
       EXIT.
       CHECK-DEPARTMENT-END.
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
       MOVE FLD-DEPT TO PN-SEARCH.
       PERFORM FIND-POSITION THRU FIND-POSITION-END.
       IF PN-FOUND = 0
       DISPLAY "NO POSITION RECORD - STRENGTH NOT CONTROLLED:"
           FLD-DEPT
       GO TO CHECK-STRENGTH-END.
       IF PN-ACTIVE(PN-IDX) < PN-SANCTION(PN-IDX)
       GO TO CHECK-STRENGTH-END.
       MOVE 0 TO OVR-IDX.
       CHECK-STRENGTH-LOOP.
       ADD 1 TO OVR-IDX.
       IF OVR-IDX > OVR-COUNT
       MOVE 0 TO STRENGTH-OK
       GO TO CHECK-STRENGTH-END.
       IF OV-IDNO(OVR-IDX) = FLD-IDNO AND OV-DEPT(OVR-IDX) = FLD-DEPT
       DISPLAY "OVER-STRENGTH OVERRIDE APPLIED:" FLD-IDNO
       GO TO CHECK-STRENGTH-END.
       GO TO CHECK-STRENGTH-LOOP.
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

       WRITE-EMP-JOURNAL.
       ACCEPT JR-DATE FROM DATE YYYYMMDD.
       ACCEPT JR-TIME FROM TIME.
