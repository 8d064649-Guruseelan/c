       02 HIST-M2 PIC 999.
       02 HIST-OV PIC 999.
       02 HIST-GR PIC X.
       02 HIST-TYPE PIC X.
       01 HIST-TABLE.
       02 HIST-ENTRY OCCURS 1000 TIMES.
       03 HT-SEM PIC X(6).
       LOAD-HISTORY-READ.
       READ HISTFILE RECORD INTO HIST-DETAIL
       AT END CLOSE HISTFILE GO TO LOAD-HISTORY-END.
       IF HIST-TYPE = "S"
       GO TO LOAD-HISTORY-READ.
       IF HIST-COUNT >= 1000
       DISPLAY "HISTORY TABLE FULL - SKIPPING REMAINING RECORDS"
       CLOSE HISTFILE
