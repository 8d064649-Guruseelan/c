       SELECT OPTIONAL FEESTRUC ASSIGN TO WS-STRUC-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-FEESTRUC.
       SELECT OPTIONAL CONCESS ASSIGN TO WS-CONC-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CO-KEY
       FILE STATUS IS FS-CONCESS.
       SELECT OPTIONAL RCPTLOG ASSIGN TO WS-RCPT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RCPTLOG.
       FD FEESTRUC
       LABEL RECORDS ARE STANDARD.
       01 STRUC-REC PIC X(30).
       FD CONCESS
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS CONC-REC.
       01 CONC-REC.
       02 CO-KEY.
       03 CO-SID PIC 9(7).
       03 CO-TERM PIC X(6).
       02 CO-SCHEME PIC X(4).
       02 CO-TYPE PIC X.
       02 CO-GPA PIC 99V99.
       02 CO-ORDER PIC X(12).
       02 CO-FEE PIC 9(6)V99.
       02 CO-AMOUNT PIC 9(6)V99.
       02 CO-STATUS PIC X.
       02 CO-DATE PIC 9(8).
       02 FILLER PIC X(11).
       FD RCPTLOG
       LABEL RECORDS ARE STANDARD.
       01 RCPT-REC PIC X(40).
       77 WS-STUDENT-FILE PIC X(40).
       77 WS-FEECHG-FILE PIC X(40).
       77 WS-STRUC-FILE PIC X(40).
       77 WS-CONC-FILE PIC X(40).
       77 WS-RCPT-FILE PIC X(40).
       77 WS-DEF-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 BILL-COUNT PIC 9(6) VALUE ZERO.
       77 SKIP-COUNT PIC 9(6) VALUE ZERO.
       77 RUN-WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 CONC-FOUND PIC 9 VALUE ZERO.
       77 CONC-AMOUNT PIC 9(6)V99 VALUE ZERO.
       77 BILL-GROSS PIC 9(8)V99 VALUE ZERO.
       77 BILL-CONC PIC 9(8)V99 VALUE ZERO.
       77 BILL-NET PIC 9(8)V99 VALUE ZERO.
       77 OUTSTANDING PIC S9(7)V99.
       77 TODAY-DATE PIC 9(8).
       77 AGE-DAYS PIC S9(6).
       77 DEF-OUTSTANDING PIC S9(7)V99.
       77 DEF-ANY PIC 9 VALUE ZERO.
       77 DEF-COUNT PIC 9(6) VALUE ZERO.
       01 BILL-HEADER1.
       02 FILLER PIC X(30) VALUE "FEE BILLING REGISTER FOR TERM ".
       02 BH-TERM PIC X(6).
       02 FILLER PIC X(44) VALUE SPACES.
       01 BILL-HEADER2 PIC X(80) VALUE
       "STUDENT DEPT  TERM   DESCRIPTION                AMOUNT".
       01 BILL-DETAIL.
       02 BD-SID PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 BD-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 BD-TERM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 BD-DESC PIC X(22).
       02 BD-AMOUNT PIC -(7)9.99.
       02 FILLER PIC X(26) VALUE SPACES.
       01 AGE-HEADER1 PIC X(80) VALUE
       "FEE OUTSTANDING AND AGING REPORT".
       01 AGE-HEADER2 PIC X(80) VALUE
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-FEECHG PIC XX VALUE "00".
       77 FS-FEESTRUC PIC XX VALUE "00".
       77 FS-CONCESS PIC XX VALUE "00".
       77 FS-RCPTLOG PIC XX VALUE "00".
       77 FS-DEFFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       MOVE PARM-ANSWER TO WS-STRUC-FILE.
       IF WS-STRUC-FILE = SPACES
       MOVE "FEESTRUC.DAT" TO WS-STRUC-FILE.
       MOVE "CONCESS" TO PARM-KEY
       MOVE "Enter concession awards file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-CONC-FILE.
       IF WS-CONC-FILE = SPACES
       MOVE "CONCESS.DAT" TO WS-CONC-FILE.
       MOVE "RCPT" TO PARM-KEY
       MOVE "Enter receipts log file name (DD name or path):"
           TO PARM-PROMPT
       GO TO BILLING-RUN-END.
       MOVE 0 TO BILL-COUNT.
       MOVE 0 TO SKIP-COUNT.
       MOVE 0 TO BILL-GROSS.
       MOVE 0 TO BILL-CONC.
       MOVE 0 TO BILL-NET.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-FEECHG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O CONCESS.
       MOVE "CONCESS" TO ERR-FILE.
       MOVE FS-CONCESS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-TERM TO BH-TERM.
       WRITE REPORT-REC FROM BILL-HEADER1.
       WRITE REPORT-REC FROM BILL-HEADER2.
       BILLING-RUN-READ.
       READ StudentFile NEXT RECORD AT END
       GO TO BILLING-RUN-DONE.
           " TERM " REQ-TERM " - NOT BILLED:" StudentId
       ADD 1 TO SKIP-COUNT
       GO TO BILLING-RUN-READ.
       PERFORM FIND-CONCESSION THRU FIND-CONCESSION-END.
       MOVE SPACES TO FEECHG-REC.
       MOVE StudentId TO FC-SID.
       MOVE REQ-TERM TO FC-TERM.
       MOVE Department TO FC-DEPT.
       COMPUTE FC-AMOUNT = SR-AMOUNT(STRUC-IDX) - CONC-AMOUNT.
       MOVE ZERO TO FC-PAID.
       MOVE TODAY-DATE TO FC-DATE.
       WRITE FEECHG-REC
       ADD 1 TO SKIP-COUNT
       NOT INVALID KEY
       ADD 1 TO BILL-COUNT
       ADD 1 TO RUN-WRITE-COUNT
       PERFORM PRINT-BILL THRU PRINT-BILL-END.
       GO TO BILLING-RUN-READ.
       BILLING-RUN-DONE.
       MOVE SPACES TO BILL-DETAIL.
       MOVE "TOTAL GROSS CHARGES" TO BD-DESC.
       MOVE BILL-GROSS TO BD-AMOUNT.
       WRITE REPORT-REC FROM BILL-DETAIL.
       MOVE "TOTAL CONCESSIONS" TO BD-DESC.
       COMPUTE BD-AMOUNT = 0 - BILL-CONC.
       WRITE REPORT-REC FROM BILL-DETAIL.
       MOVE "TOTAL NET CHARGES" TO BD-DESC.
       MOVE BILL-NET TO BD-AMOUNT.
       WRITE REPORT-REC FROM BILL-DETAIL.
       CLOSE StudentFile.
       CLOSE FEECHG.
       CLOSE CONCESS.
       CLOSE REPORTFILE.
       DISPLAY "STUDENTS BILLED:" BILL-COUNT.
       DISPLAY "STUDENTS SKIPPED:" SKIP-COUNT.
       DISPLAY "CONCESSIONS APPLIED:" BILL-CONC.
       BILLING-RUN-END.
       EXIT.

       FIND-CONCESSION.
       MOVE 0 TO CONC-FOUND.
       MOVE 0 TO CONC-AMOUNT.
       MOVE StudentId TO CO-SID.
       MOVE REQ-TERM TO CO-TERM.
       READ CONCESS
       INVALID KEY
       GO TO FIND-CONCESSION-END.
       MOVE 1 TO CONC-FOUND.
       MOVE CO-AMOUNT TO CONC-AMOUNT.
       IF CONC-AMOUNT > SR-AMOUNT(STRUC-IDX)
       MOVE SR-AMOUNT(STRUC-IDX) TO CONC-AMOUNT.
       FIND-CONCESSION-END.
       EXIT.

       PRINT-BILL.
       MOVE SPACES TO BILL-DETAIL.
       MOVE StudentId TO BD-SID.
       MOVE Department TO BD-DEPT.
       MOVE REQ-TERM TO BD-TERM.
       MOVE "TERM FEE" TO BD-DESC.
       MOVE SR-AMOUNT(STRUC-IDX) TO BD-AMOUNT.
       WRITE REPORT-REC FROM BILL-DETAIL.
       ADD SR-AMOUNT(STRUC-IDX) TO BILL-GROSS.
       ADD FC-AMOUNT TO BILL-NET.
       IF CONC-FOUND = 0
       GO TO PRINT-BILL-END.
       MOVE SPACES TO BILL-DETAIL.
       MOVE "LESS CONCESSION " TO BD-DESC.
       MOVE CO-SCHEME TO BD-DESC(17:4).
       COMPUTE BD-AMOUNT = 0 - CONC-AMOUNT.
       WRITE REPORT-REC FROM BILL-DETAIL.
       MOVE "NET CHARGE" TO BD-DESC.
       MOVE FC-AMOUNT TO BD-AMOUNT.
       WRITE REPORT-REC FROM BILL-DETAIL.
       ADD CONC-AMOUNT TO BILL-CONC.
       MOVE SR-AMOUNT(STRUC-IDX) TO CO-FEE.
       MOVE CONC-AMOUNT TO CO-AMOUNT.
       MOVE "B" TO CO-STATUS.
       REWRITE CONC-REC.
       MOVE "CONCESS" TO ERR-FILE.
       MOVE FS-CONCESS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PRINT-BILL-END.
       EXIT.

       LOAD-STRUCTURE.
       MOVE ZERO TO STRUC-COUNT.
       OPEN INPUT FEESTRUC.
