       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RES-ID
       FILE STATUS IS FS-RESULTS.
       SELECT OPTIONAL BACKLOG ASSIGN TO WS-BACKLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BL-KEY
       FILE STATUS IS FS-BACKLOG.
       SELECT OPTIONAL STUJRNL ASSIGN TO WS-SJRNL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-STUJRNL.
       02 RES-GRADE PIC X.
       02 RES-SM-ALL.
       03 RES-SM PIC 999 OCCURS 5 TIMES.
       FD BACKLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS BL-REC.
       01 BL-REC.
       02 BL-KEY.
       03 BL-SID PIC 9(7).
       03 BL-SUBJ PIC X(4).
       02 BL-NAME PIC X(10).
       02 BL-DEPT PIC X(5).
       02 BL-TERM PIC X(6).
       02 BL-MARK PIC 999.
       02 BL-MAX PIC 999.
       02 BL-STATUS PIC X.
       02 BL-ATTEMPTS PIC 9.
       02 BL-SUPP-TERM PIC X(6).
       02 BL-SUPP-MARK PIC 999.
       02 BL-SUPP-GRADE PIC X.
       02 BL-DATE PIC 9(8).
       02 BL-CLEAR-DATE PIC 9(8).
       02 FILLER PIC X(10).
       FD STUJRNL
       LABEL RECORDS ARE STANDARD.
       01 SJRNL-REC PIC X(86).
       WORKING-STORAGE SECTION.
       77 WS-STUDENT-FILE PIC X(40).
       77 WS-RESULTS-FILE PIC X(40).
       77 WS-BACKLOG-FILE PIC X(40).
       77 WS-STUARCH-FILE PIC X(40).
       77 WS-RESARCH-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 PROMOTE-COUNT PIC 9(6) VALUE ZERO.
       77 DETAIN-COUNT PIC 9(6) VALUE ZERO.
       77 GRAD-COUNT PIC 9(6) VALUE ZERO.
       77 HELD-COUNT PIC 9(6) VALUE ZERO.
       77 OPEN-BACKLOGS PIC 99 VALUE ZERO.
       77 NOMATCH-COUNT PIC 9(6) VALUE ZERO.
       77 OUTCOME PIC X.
       01 DEPT-TABLE.
       03 DT-PROMOTED PIC 9(4).
       03 DT-DETAINED PIC 9(4).
       03 DT-GRADUATED PIC 9(4).
       03 DT-HELD PIC 9(4).
       77 DEPT-COUNT PIC 99 VALUE ZERO.
       77 DEPT-IDX PIC 99 VALUE ZERO.
       77 DEPT-FOUND PIC 9 VALUE ZERO.
       01 RPT-HEADER1 PIC X(80) VALUE
       "SEMESTER PROMOTION REGISTER".
       01 RPT-HEADER2 PIC X(80) VALUE
       "DEPT  PROMOTED DETAINED GRADUATED     HELD".
       01 RPT-DETAIL.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X(4) VALUE SPACES.
       02 RD-DETAINED PIC ZZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 RD-GRADUATED PIC ZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 RD-HELD PIC ZZZ9.
       02 FILLER PIC X(39) VALUE SPACES.
       01 RPT-STUD-LINE.
       02 RS-ID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-RESULTS PIC XX VALUE "00".
       77 FS-BACKLOG PIC XX VALUE "00".
       77 FS-STUARCH PIC XX VALUE "00".
       77 FS-RESARCH PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       MOVE PARM-ANSWER TO WS-RESULTS-FILE.
       IF WS-RESULTS-FILE = SPACES
       MOVE "RESULTS.DAT" TO WS-RESULTS-FILE.
       MOVE "BACKLOG" TO PARM-KEY
       MOVE "Enter backlog file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BACKLOG-FILE.
       IF WS-BACKLOG-FILE = SPACES
       MOVE "BACKLOG.DAT" TO WS-BACKLOG-FILE.
       MOVE "STUARCH" TO PARM-KEY
       MOVE "Enter student archive file name (DD name or path):"
           TO PARM-PROMPT
       OPEN I-O RESULTS.
       MOVE "RESULTS" TO ERR-FILE.
       MOVE FS-RESULTS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT BACKLOG.
       MOVE "BACKLOG" TO ERR-FILE.
       MOVE FS-BACKLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND STUARCH.
       CLOSE StudentFile.
       CLOSE STUJRNL.
       CLOSE RESULTS.
       CLOSE BACKLOG.
       CLOSE STUARCH.
       CLOSE RESARCH.
       CLOSE REPORTFILE.
       DISPLAY "PROMOTED:" PROMOTE-COUNT.
       DISPLAY "DETAINED:" DETAIN-COUNT.
       DISPLAY "GRADUATED:" GRAD-COUNT.
       DISPLAY "GRADUATION HELD FOR BACKLOG:" HELD-COUNT.
       DISPLAY "NOT ON MASTER:" NOMATCH-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.
       MOVE "G" TO OUTCOME
       ELSE
       MOVE "P" TO OUTCOME.
       IF OUTCOME = "G"
       PERFORM COUNT-BACKLOGS THRU COUNT-BACKLOGS-END
       IF OPEN-BACKLOGS > 0
       MOVE "H" TO OUTCOME.
       IF OUTCOME = "H"
       ADD 1 TO HELD-COUNT
       MOVE "BACKLOG" TO RS-OUTCOME.
       IF OUTCOME = "D"
       MOVE "D" TO StudStatus
       REWRITE StudentRec
       PROGRESS-ONE-END.
       EXIT.

       COUNT-BACKLOGS.
       MOVE 0 TO OPEN-BACKLOGS.
       MOVE RES-ID TO BL-SID.
       MOVE LOW-VALUES TO BL-SUBJ.
       START BACKLOG KEY IS NOT LESS THAN BL-KEY
       INVALID KEY
       GO TO COUNT-BACKLOGS-END.
       COUNT-BACKLOGS-READ.
       READ BACKLOG NEXT RECORD AT END
       GO TO COUNT-BACKLOGS-END.
       IF BL-SID NOT = RES-ID
       GO TO COUNT-BACKLOGS-END.
       IF BL-STATUS = "O"
       ADD 1 TO OPEN-BACKLOGS.
       GO TO COUNT-BACKLOGS-READ.
       COUNT-BACKLOGS-END.
       EXIT.

       WRITE-STU-JOURNAL.
       ACCEPT SJR-DATE FROM DATE YYYYMMDD.
       ACCEPT SJR-TIME FROM TIME.
       MOVE ZERO TO DT-PROMOTED(DEPT-COUNT).
       MOVE ZERO TO DT-DETAINED(DEPT-COUNT).
       MOVE ZERO TO DT-GRADUATED(DEPT-COUNT).
       MOVE ZERO TO DT-HELD(DEPT-COUNT).
       MOVE DEPT-COUNT TO DEPT-IDX.
       TALLY-DEPARTMENT-POST.
       IF OUTCOME = "P"
       ADD 1 TO DT-DETAINED(DEPT-IDX).
       IF OUTCOME = "G"
       ADD 1 TO DT-GRADUATED(DEPT-IDX).
       IF OUTCOME = "H"
       ADD 1 TO DT-HELD(DEPT-IDX).
       TALLY-DEPARTMENT-END.
       EXIT.

       MOVE DT-PROMOTED(DEPT-IDX) TO RD-PROMOTED.
       MOVE DT-DETAINED(DEPT-IDX) TO RD-DETAINED.
       MOVE DT-GRADUATED(DEPT-IDX) TO RD-GRADUATED.
       MOVE DT-HELD(DEPT-IDX) TO RD-HELD.
       WRITE REPORT-REC FROM RPT-DETAIL.
       GO TO WRITE-REGISTER-LOOP.
       WRITE-REGISTER-END.
