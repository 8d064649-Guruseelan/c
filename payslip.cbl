       77 PREV-PD-IDNO PIC X(20).
       77 PREV-PD-PERIOD PIC X(6).
       77 HAS-PAYDET PIC 9 VALUE ZERO.
       77 REIMB-HEAD PIC 9 VALUE ZERO.
       77 YTD-TGPAY PIC S9(9)V99 VALUE ZERO.
       77 YTD-TNPAY PIC S9(9)V99 VALUE ZERO.
       77 YTD-FOUND PIC 9 VALUE ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       CLOSE SLIPFILE.
       DISPLAY "PAYSLIPS PRINTED:" SLIP-COUNT.
       PERFORM WRITE-RUN-END.
       GOBACK.

       SUM-YTD-FOR-EMP.
       MOVE 0 TO YTD-FOUND.
       MOVE "  INCOME TAX          " TO SLIP-AMT-LABEL.
       MOVE TAX TO SLIP-AMT.
       WRITE SLIP-REC FROM SLIP-AMT-LINE.
       IF HAS-PAYDET = 1
       PERFORM PRINT-COMPONENTS-N THRU PRINT-COMPONENTS-N-END.
       MOVE "  NET PAY             " TO SLIP-AMT-LABEL.
       MOVE NPAY TO SLIP-AMT.
       WRITE SLIP-REC FROM SLIP-AMT-LINE.
       PRINT-COMPONENTS-D-END.
       EXIT.

       PRINT-COMPONENTS-N.
       MOVE 0 TO REIMB-HEAD.
       MOVE 0 TO PAYDET-IDX.
       PRINT-COMPONENTS-N-LOOP.
       ADD 1 TO PAYDET-IDX.
       IF PAYDET-IDX > PAYDET-COUNT
       GO TO PRINT-COMPONENTS-N-END.
       IF PT-IDNO(PAYDET-IDX) NOT = IDNO
       OR PT-PERIOD(PAYDET-IDX) NOT = PAY-PERIOD
       OR PT-TYPE(PAYDET-IDX) NOT = "N"
       GO TO PRINT-COMPONENTS-N-LOOP.
       IF REIMB-HEAD = 0
       MOVE "REIMBURSEMENTS (NOT TAXABLE)" TO SLIP-REC
       WRITE SLIP-REC
       MOVE 1 TO REIMB-HEAD.
       MOVE SPACES TO SLIP-AMT-LABEL.
       MOVE PT-DESC(PAYDET-IDX) TO SLIP-AMT-LABEL(3:20).
       MOVE PT-AMOUNT(PAYDET-IDX) TO SLIP-AMT.
       WRITE SLIP-REC FROM SLIP-AMT-LINE.
       GO TO PRINT-COMPONENTS-N-LOOP.
       PRINT-COMPONENTS-N-END.
       EXIT.

       CONVERT-NET-TO-WORDS.
       MOVE SPACES TO NET-WORDS.
       MOVE 1 TO WORD-PTR.
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

