       IDENTIFICATION DIVISION.
       PROGRAM-ID. BacklogRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RESULTS ASSIGN TO WS-RESULTS-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RES-ID
       FILE STATUS IS FS-RESULTS.
       SELECT OPTIONAL BACKLOG ASSIGN TO WS-BACKLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BL-KEY
       FILE STATUS IS FS-BACKLOG.
       SELECT OPTIONAL REGFILE ASSIGN TO WS-REG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REG-KEY
       FILE STATUS IS FS-REGFILE.
       SELECT OPTIONAL SUBJFILE ASSIGN TO WS-SUBJ-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SUBJFILE.
       SELECT OPTIONAL SUPPFILE ASSIGN TO WS-SUPP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SUPPFILE.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT OPTIONAL HISTFILE ASSIGN TO WS-HIST-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-HISTFILE.
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
       FD RESULTS
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS RES-REC.
       01 RES-REC.
       02 RES-ID PIC 9(7).
       02 RES-NAME PIC X(10).
       02 RES-DEPT PIC X(5).
       02 RES-MARK1 PIC 999.
       02 RES-MARK2 PIC 999.
       02 RES-OVERALL PIC 999.
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
       FD REGFILE
       LABEL RECORDS ARE STANDARD.
       01 REG-REC.
       02 REG-KEY.
       03 REG-SID PIC 9(7).
       03 REG-SEM PIC X(6).
       03 REG-SUBJ PIC X(4).
       02 REG-STATUS PIC X.
       02 REG-DATE PIC 9(8).
       02 REG-DROP-DATE PIC 9(8).
       02 FILLER PIC X(6).
       FD SUBJFILE
       LABEL RECORDS ARE STANDARD.
       01 SUBJ-REC PIC X(30).
       FD SUPPFILE
       LABEL RECORDS ARE STANDARD.
       01 SUPP-REC.
       02 SF-SID PIC X(7).
       02 FILLER PIC X.
       02 SF-SUBJ PIC X(4).
       02 FILLER PIC X.
       02 SF-TERM PIC X(6).
       02 FILLER PIC X.
       02 SF-MARK PIC X(3).
       02 FILLER PIC X(7).
       FD MAPFILE
       LABEL RECORDS ARE STANDARD.
       01 MAP-REC.
       02 SMAP-SECTION PIC 9.
       02 FILLER PIC X.
       02 SMAP-ROLL PIC 99.
       02 FILLER PIC X.
       02 SMAP-SID PIC 9(7).
       02 FILLER PIC X(8).
       FD HISTFILE
       LABEL RECORDS ARE STANDARD.
       01 HIST-REC PIC X(30).
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
       77 WS-RESULTS-FILE PIC X(40).
       77 WS-BACKLOG-FILE PIC X(40).
       77 WS-REG-FILE PIC X(40).
       77 WS-SUBJ-FILE PIC X(40).
       77 WS-SUPP-FILE PIC X(40).
       77 WS-MAP-FILE PIC X(40).
       77 WS-HIST-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 RUN-MODE PIC X.
       77 RUN-TERM PIC X(6).
       77 PASS-MARK PIC 999.
       77 TODAY-DATE PIC 9(8).
       01 SUBJ-DETAIL.
       02 SB-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 SB-TITLE PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 SB-MAX PIC 999.
       02 FILLER PIC X VALUE SPACE.
       02 SB-WEIGHT PIC 9V99.
       02 FILLER PIC X(5) VALUE SPACES.
       01 SUBJ-TABLE.
       02 SUBJ-ENTRY OCCURS 5 TIMES.
       03 SJ-CODE PIC X(4).
       03 SJ-TITLE PIC X(12).
       03 SJ-MAX PIC 999.
       03 SJ-WEIGHT PIC 9V99.
       77 SUBJ-COUNT PIC 9 VALUE ZERO.
       77 SUBJ-IDX PIC 9 VALUE ZERO.
       01 MAP-TABLE.
       02 MAP-ENTRY OCCURS 500 TIMES.
       03 MP-ROLL PIC 99.
       03 MP-SID PIC 9(7).
       77 MAP-COUNT PIC 999 VALUE ZERO.
       77 MAP-IDX PIC 999 VALUE ZERO.
       77 MAP-FOUND PIC 9 VALUE ZERO.
       77 TRAN-SID PIC 9(7).
       77 TRAN-ROLL PIC 99.
       77 TRAN-MARK PIC 999.
       77 MARK-PCT PIC 999.
       77 MARK-GRADE PIC X.
       77 BL-FOUND PIC 9 VALUE ZERO.
       77 REG-SEM-COUNT PIC 9(6) VALUE ZERO.
       77 REG-CHECK-ON PIC 9 VALUE ZERO.
       01 HIST-DETAIL.
       02 HIST-SEM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 HIST-ROLL PIC 99.
       02 HIST-NAME PIC X(10).
       02 HIST-SUBJ PIC X(4).
       02 FILLER PIC XX VALUE SPACES.
       02 HIST-MARK PIC 999.
       02 HIST-GR PIC X.
       02 HIST-TYPE PIC X VALUE "S".
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 RAISED-COUNT PIC 9(6) VALUE ZERO.
       77 REOPEN-COUNT PIC 9(6) VALUE ZERO.
       77 OPEN-COUNT PIC 9(6) VALUE ZERO.
       77 CLEARED-COUNT PIC 9(6) VALUE ZERO.
       77 FAILED-COUNT PIC 9(6) VALUE ZERO.
       77 REJECT-COUNT PIC 9(6) VALUE ZERO.
       77 NOT-REG-COUNT PIC 9(6) VALUE ZERO.
       01 RPT-HEADER1.
       02 FILLER PIC X(28) VALUE "BACKLOG SUBJECT REGISTER -  ".
       02 RH-MODE PIC X(24).
       02 FILLER PIC X(28) VALUE SPACES.
       01 RPT-HEADER2 PIC X(80) VALUE
       "STUDENT NAME       SUBJ TERM   MARK ACTION".
       01 RPT-DETAIL.
       02 RD-SID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 RD-NAME PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RD-SUBJ PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RD-TERM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 RD-MARK PIC ZZ9.
       02 FILLER PIC XX VALUE SPACES.
       02 RD-ACTION PIC X(30).
       02 FILLER PIC X(14) VALUE SPACES.
       01 RPT-REJECT.
       02 RJ-SID PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 RJ-SUBJ PIC X(4).
       02 FILLER PIC X(12) VALUE " REJECTED - ".
       02 RJ-REASON PIC X(30).
       02 FILLER PIC X(26) VALUE SPACES.
       01 RPT-TOTAL.
       02 RT-LABEL PIC X(30).
       02 RT-COUNT PIC ZZZ,ZZ9.
       02 FILLER PIC X(43) VALUE SPACES.
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
       77 PARM-NUM PIC 9(10)V99.
       77 PARM-DIGIT PIC 9.
       77 PARM-SCAN PIC 99.
       77 PARM-FRAC PIC 9.
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-RESULTS PIC XX VALUE "00".
       77 FS-BACKLOG PIC XX VALUE "00".
       77 FS-REGFILE PIC XX VALUE "00".
       77 FS-SUBJFILE PIC XX VALUE "00".
       77 FS-SUPPFILE PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-HISTFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "BACKLOG".
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
       VALIDATE-RUN-MODE.
       MOVE "RUN-MODE" TO PARM-KEY
       MOVE "Enter run mode (B=build from results, S=supplementary):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO RUN-MODE.
       IF RUN-MODE NOT = "B" AND RUN-MODE NOT = "S"
       DISPLAY "RUN MODE MUST BE B OR S - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-RUN-MODE.
       MOVE "BACKLOG" TO PARM-KEY
       MOVE "Enter backlog file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BACKLOG-FILE.
       IF WS-BACKLOG-FILE = SPACES
       MOVE "BACKLOG.DAT" TO WS-BACKLOG-FILE.
       MOVE "SUBJ" TO PARM-KEY
       MOVE "Enter subject master file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SUBJ-FILE.
       IF WS-SUBJ-FILE = SPACES
       MOVE "SUBJ.DAT" TO WS-SUBJ-FILE.
       MOVE "RESULTS" TO PARM-KEY
       MOVE "Enter results file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RESULTS-FILE.
       IF WS-RESULTS-FILE = SPACES
       MOVE "RESULTS.DAT" TO WS-RESULTS-FILE.
       MOVE "REG" TO PARM-KEY
       MOVE "Enter subject registration file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REG-FILE.
       IF WS-REG-FILE = SPACES
       MOVE "SUBJREG.DAT" TO WS-REG-FILE.
       MOVE "SUPP" TO PARM-KEY
       MOVE "Enter supplementary marks file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SUPP-FILE.
       IF WS-SUPP-FILE = SPACES
       MOVE "SUPPFEED.DAT" TO WS-SUPP-FILE.
       MOVE "MAP" TO PARM-KEY
       MOVE "Enter section map file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       MOVE "HIST" TO PARM-KEY
       MOVE "Enter marks history file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HIST-FILE.
       IF WS-HIST-FILE = SPACES
       MOVE "HISTORY.DAT" TO WS-HIST-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "Enter backlog register file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "BKLOG.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       VALIDATE-TERM.
       MOVE "TERM" TO PARM-KEY
       MOVE "Enter term of the results being processed (e.g. 2026S1):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO RUN-TERM.
       IF RUN-TERM = SPACES AND RUN-MODE = "B"
       DISPLAY "TERM IS REQUIRED - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-TERM.
       VALIDATE-PASS-MARK.
       MOVE "PASS-MARK" TO PARM-KEY
       MOVE "Enter subject pass percentage (0-100, blank 40):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE 40 TO PASS-MARK.
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO PASS-MARK.
       IF PASS-MARK > 100
       DISPLAY "INVALID PASS MARK - MUST BE 0-100, RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-PASS-MARK.
       PERFORM LOAD-SUBJECTS THRU LOAD-SUBJECTS-END.
       IF SUBJ-COUNT = 0
       DISPLAY "NO SUBJECT MASTER ON FILE - BACKLOG NOT PROCESSED"
       MOVE 8 TO RETURN-CODE
       STOP RUN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM WRITE-RUN-START.
       OPEN I-O BACKLOG.
       MOVE "BACKLOG" TO ERR-FILE.
       MOVE FS-BACKLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       IF RUN-MODE = "B"
       MOVE "RAISED FROM RESULTS" TO RH-MODE
       ELSE
       MOVE "SUPPLEMENTARY RESULTS" TO RH-MODE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       WRITE REPORT-REC FROM RPT-HEADER2.
       IF RUN-MODE = "B"
       PERFORM BUILD-BACKLOG THRU BUILD-BACKLOG-END
       ELSE
       PERFORM POST-SUPPLEMENTARY THRU POST-SUPPLEMENTARY-END.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       IF RUN-MODE = "B"
       MOVE "RESULTS READ" TO RT-LABEL
       MOVE READ-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "BACKLOGS RAISED" TO RT-LABEL
       MOVE RAISED-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "BACKLOGS REOPENED" TO RT-LABEL
       MOVE REOPEN-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "ALREADY OPEN" TO RT-LABEL
       MOVE OPEN-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "NOT REGISTERED - SKIPPED" TO RT-LABEL
       MOVE NOT-REG-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       ELSE
       MOVE "SUPPLEMENTARY MARKS READ" TO RT-LABEL
       MOVE READ-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "BACKLOGS CLEARED" TO RT-LABEL
       MOVE CLEARED-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "FAILED AGAIN - STILL OPEN" TO RT-LABEL
       MOVE FAILED-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL
       MOVE "REJECTED" TO RT-LABEL
       MOVE REJECT-COUNT TO RT-COUNT
       WRITE REPORT-REC FROM RPT-TOTAL.
       CLOSE BACKLOG.
       CLOSE REPORTFILE.
       DISPLAY "RECORDS READ:" READ-COUNT.
       DISPLAY "BACKLOGS RAISED:" RAISED-COUNT.
       DISPLAY "BACKLOGS REOPENED:" REOPEN-COUNT.
       DISPLAY "NOT REGISTERED - SKIPPED:" NOT-REG-COUNT.
       DISPLAY "BACKLOGS CLEARED:" CLEARED-COUNT.
       DISPLAY "SUPPLEMENTARY FAILS:" FAILED-COUNT.
       DISPLAY "REJECTED:" REJECT-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       BUILD-BACKLOG.
       PERFORM OPEN-REGISTRATIONS THRU OPEN-REGISTRATIONS-END.
       OPEN INPUT RESULTS.
       MOVE "RESULTS" TO ERR-FILE.
       MOVE FS-RESULTS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       BUILD-BACKLOG-READ.
       READ RESULTS NEXT RECORD AT END
       CLOSE RESULTS REGFILE GO TO BUILD-BACKLOG-END.
       ADD 1 TO READ-COUNT.
       MOVE 0 TO SUBJ-IDX.
       BUILD-BACKLOG-SUBJECT.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO BUILD-BACKLOG-READ.
       IF SJ-MAX(SUBJ-IDX) = 0
       GO TO BUILD-BACKLOG-SUBJECT.
       COMPUTE MARK-PCT = RES-SM(SUBJ-IDX) * 100 / SJ-MAX(SUBJ-IDX).
       IF MARK-PCT NOT < PASS-MARK
       GO TO BUILD-BACKLOG-SUBJECT.
       IF REG-CHECK-ON = 1
       MOVE RES-ID TO REG-SID
       MOVE RUN-TERM TO REG-SEM
       MOVE SJ-CODE(SUBJ-IDX) TO REG-SUBJ
       READ REGFILE
       INVALID KEY
       MOVE SPACE TO REG-STATUS.
       IF REG-CHECK-ON = 1 AND REG-STATUS NOT = "A"
       ADD 1 TO NOT-REG-COUNT
       GO TO BUILD-BACKLOG-SUBJECT.
       PERFORM RAISE-BACKLOG THRU RAISE-BACKLOG-END.
       GO TO BUILD-BACKLOG-SUBJECT.
       BUILD-BACKLOG-END.
       EXIT.

       OPEN-REGISTRATIONS.
       MOVE ZERO TO REG-SEM-COUNT.
       MOVE 0 TO REG-CHECK-ON.
       OPEN INPUT REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN-REGISTRATIONS-READ.
       READ REGFILE NEXT RECORD AT END
       GO TO OPEN-REGISTRATIONS-CHECK.
       IF REG-SEM = RUN-TERM
       ADD 1 TO REG-SEM-COUNT.
       GO TO OPEN-REGISTRATIONS-READ.
       OPEN-REGISTRATIONS-CHECK.
       IF REG-SEM-COUNT = 0
       DISPLAY "NO SUBJECT REGISTRATIONS FOR " RUN-TERM
           " - ALL FAILED SUBJECTS RAISED"
       ELSE
       MOVE 1 TO REG-CHECK-ON.
       OPEN-REGISTRATIONS-END.
       EXIT.

       RAISE-BACKLOG.
       MOVE RES-ID TO BL-SID.
       MOVE SJ-CODE(SUBJ-IDX) TO BL-SUBJ.
       READ BACKLOG
       INVALID KEY
       MOVE 0 TO BL-FOUND
       NOT INVALID KEY
       MOVE 1 TO BL-FOUND.
       IF BL-FOUND = 1 AND BL-STATUS = "O"
       ADD 1 TO OPEN-COUNT
       GO TO RAISE-BACKLOG-END.
       IF BL-FOUND = 1 AND BL-TERM = RUN-TERM
       GO TO RAISE-BACKLOG-END.
       IF BL-FOUND = 0
       MOVE SPACES TO BL-REC
       MOVE RES-ID TO BL-SID
       MOVE SJ-CODE(SUBJ-IDX) TO BL-SUBJ
       MOVE 0 TO BL-ATTEMPTS
       MOVE ZERO TO BL-SUPP-MARK
       MOVE ZERO TO BL-CLEAR-DATE.
       MOVE RES-NAME TO BL-NAME.
       MOVE RES-DEPT TO BL-DEPT.
       MOVE RUN-TERM TO BL-TERM.
       MOVE RES-SM(SUBJ-IDX) TO BL-MARK.
       MOVE SJ-MAX(SUBJ-IDX) TO BL-MAX.
       MOVE "O" TO BL-STATUS.
       MOVE TODAY-DATE TO BL-DATE.
       IF BL-FOUND = 0
       WRITE BL-REC
       MOVE "RAISED" TO RD-ACTION
       ADD 1 TO RAISED-COUNT
       ELSE
       REWRITE BL-REC
       MOVE "REOPENED - FAILED AGAIN" TO RD-ACTION
       ADD 1 TO REOPEN-COUNT.
       MOVE "BACKLOG" TO ERR-FILE.
       MOVE FS-BACKLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       MOVE BL-SID TO RD-SID.
       MOVE BL-NAME TO RD-NAME.
       MOVE BL-SUBJ TO RD-SUBJ.
       MOVE BL-TERM TO RD-TERM.
       MOVE BL-MARK TO RD-MARK.
       WRITE REPORT-REC FROM RPT-DETAIL.
       RAISE-BACKLOG-END.
       EXIT.

       POST-SUPPLEMENTARY.
       PERFORM LOAD-SECTION-MAP THRU LOAD-SECTION-MAP-END.
       OPEN INPUT SUPPFILE.
       MOVE "SUPPFILE" TO ERR-FILE.
       MOVE FS-SUPPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN EXTEND HISTFILE.
       MOVE "HISTFILE" TO ERR-FILE.
       MOVE FS-HISTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       POST-SUPPLEMENTARY-READ.
       READ SUPPFILE AT END
       CLOSE SUPPFILE HISTFILE
       GO TO POST-SUPPLEMENTARY-END.
       IF SUPP-REC = SPACES
       GO TO POST-SUPPLEMENTARY-READ.
       ADD 1 TO READ-COUNT.
       IF SF-SID IS NOT NUMERIC
       MOVE "STUDENT ID NOT NUMERIC" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       IF SF-MARK IS NOT NUMERIC
       MOVE "MARK NOT NUMERIC" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       IF SF-TERM = SPACES
       MOVE "EXAM TERM MISSING" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       MOVE 0 TO SUBJ-IDX.
       POST-SUPPLEMENTARY-SUBJECT.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       MOVE "SUBJECT NOT ON MASTER" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       IF SJ-CODE(SUBJ-IDX) NOT = SF-SUBJ
       GO TO POST-SUPPLEMENTARY-SUBJECT.
       MOVE SF-MARK TO TRAN-MARK.
       IF SJ-MAX(SUBJ-IDX) = 0 OR TRAN-MARK > SJ-MAX(SUBJ-IDX)
       MOVE "MARK OVER SUBJECT MAX" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       MOVE SF-SID TO TRAN-SID.
       MOVE TRAN-SID TO BL-SID.
       MOVE SF-SUBJ TO BL-SUBJ.
       READ BACKLOG
       INVALID KEY
       MOVE "NO BACKLOG FOR SUBJECT" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       IF BL-STATUS NOT = "O"
       MOVE "BACKLOG ALREADY CLEARED" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       IF SF-TERM NOT > BL-TERM
       MOVE "EXAM TERM NOT AFTER FAILED TERM" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       PERFORM FIND-ROLL THRU FIND-ROLL-END.
       IF MAP-FOUND = 0
       MOVE "STUDENT NOT ON SECTION MAP" TO RJ-REASON
       GO TO POST-SUPPLEMENTARY-REJECT.
       COMPUTE MARK-PCT = TRAN-MARK * 100 / SJ-MAX(SUBJ-IDX).
       PERFORM ASSIGN-GRADE.
       ADD 1 TO BL-ATTEMPTS.
       MOVE SF-TERM TO BL-SUPP-TERM.
       MOVE TRAN-MARK TO BL-SUPP-MARK.
       MOVE MARK-GRADE TO BL-SUPP-GRADE.
       IF MARK-GRADE = "F"
       MOVE "FAILED AGAIN - STILL OPEN" TO RD-ACTION
       ADD 1 TO FAILED-COUNT
       ELSE
       MOVE "C" TO BL-STATUS
       MOVE TODAY-DATE TO BL-CLEAR-DATE
       MOVE "CLEARED - GRADE  " TO RD-ACTION
       MOVE MARK-GRADE TO RD-ACTION(17:1)
       ADD 1 TO CLEARED-COUNT.
       REWRITE BL-REC.
       MOVE "BACKLOG" TO ERR-FILE.
       MOVE FS-BACKLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       MOVE SF-TERM TO HIST-SEM.
       MOVE TRAN-ROLL TO HIST-ROLL.
       MOVE BL-NAME TO HIST-NAME.
       MOVE BL-SUBJ TO HIST-SUBJ.
       MOVE TRAN-MARK TO HIST-MARK.
       MOVE MARK-GRADE TO HIST-GR.
       WRITE HIST-REC FROM HIST-DETAIL.
       MOVE BL-SID TO RD-SID.
       MOVE BL-NAME TO RD-NAME.
       MOVE BL-SUBJ TO RD-SUBJ.
       MOVE SF-TERM TO RD-TERM.
       MOVE TRAN-MARK TO RD-MARK.
       WRITE REPORT-REC FROM RPT-DETAIL.
       GO TO POST-SUPPLEMENTARY-READ.
       POST-SUPPLEMENTARY-REJECT.
       MOVE SF-SID TO RJ-SID.
       MOVE SF-SUBJ TO RJ-SUBJ.
       WRITE REPORT-REC FROM RPT-REJECT.
       ADD 1 TO REJECT-COUNT.
       GO TO POST-SUPPLEMENTARY-READ.
       POST-SUPPLEMENTARY-END.
       EXIT.

       ASSIGN-GRADE.
       IF MARK-PCT < PASS-MARK
       MOVE "F" TO MARK-GRADE
       ELSE IF MARK-PCT >= 90
       MOVE "A" TO MARK-GRADE
       ELSE IF MARK-PCT >= 80
       MOVE "B" TO MARK-GRADE
       ELSE IF MARK-PCT >= 70
       MOVE "C" TO MARK-GRADE
       ELSE
       MOVE "D" TO MARK-GRADE.

       LOAD-SUBJECTS.
       MOVE ZERO TO SUBJ-COUNT.
       OPEN INPUT SUBJFILE.
       MOVE "SUBJFILE" TO ERR-FILE.
       MOVE FS-SUBJFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-SUBJECTS-READ.
       READ SUBJFILE RECORD INTO SUBJ-DETAIL
       AT END CLOSE SUBJFILE GO TO LOAD-SUBJECTS-END.
       IF SB-CODE = SPACES
       GO TO LOAD-SUBJECTS-READ.
       IF SUBJ-COUNT >= 5
       DISPLAY "SUBJECT TABLE FULL - SKIPPING REMAINING SUBJECTS"
       CLOSE SUBJFILE
       GO TO LOAD-SUBJECTS-END.
       ADD 1 TO SUBJ-COUNT.
       MOVE SB-CODE TO SJ-CODE(SUBJ-COUNT).
       MOVE SB-TITLE TO SJ-TITLE(SUBJ-COUNT).
       MOVE SB-MAX TO SJ-MAX(SUBJ-COUNT).
       MOVE SB-WEIGHT TO SJ-WEIGHT(SUBJ-COUNT).
       GO TO LOAD-SUBJECTS-READ.
       LOAD-SUBJECTS-END.
       EXIT.

       LOAD-SECTION-MAP.
       MOVE ZERO TO MAP-COUNT.
       OPEN INPUT MAPFILE.
       MOVE "MAPFILE" TO ERR-FILE.
       MOVE FS-MAPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-SECTION-MAP-READ.
       READ MAPFILE AT END
       CLOSE MAPFILE GO TO LOAD-SECTION-MAP-END.
       PERFORM CHECK-MAP-CONFLICT THRU CHECK-MAP-CONFLICT-END.
       IF MAP-FOUND = 1
       GO TO LOAD-SECTION-MAP-READ.
       IF MAP-COUNT >= 500
       DISPLAY "MAP TABLE FULL - SKIPPING REMAINING MAPPINGS"
       CLOSE MAPFILE
       GO TO LOAD-SECTION-MAP-END.
       ADD 1 TO MAP-COUNT.
       MOVE SMAP-ROLL TO MP-ROLL(MAP-COUNT).
       MOVE SMAP-SID TO MP-SID(MAP-COUNT).
       GO TO LOAD-SECTION-MAP-READ.
       LOAD-SECTION-MAP-END.
       EXIT.

       FIND-ROLL.
       MOVE 0 TO MAP-FOUND.
       IF MAP-COUNT = 0 AND TRAN-SID < 100
       MOVE TRAN-SID TO TRAN-ROLL
       MOVE 1 TO MAP-FOUND
       GO TO FIND-ROLL-END.
       MOVE 0 TO MAP-IDX.
       FIND-ROLL-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO FIND-ROLL-END.
       IF MP-SID(MAP-IDX) NOT = TRAN-SID
       GO TO FIND-ROLL-LOOP.
       MOVE MP-ROLL(MAP-IDX) TO TRAN-ROLL.
       MOVE 1 TO MAP-FOUND.
       FIND-ROLL-END.
       EXIT.

       CHECK-MAP-CONFLICT.
       MOVE 0 TO MAP-FOUND.
       MOVE 0 TO MAP-IDX.
       CHECK-MAP-CONFLICT-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO CHECK-MAP-CONFLICT-END.
       IF MP-ROLL(MAP-IDX) NOT = SMAP-ROLL
       GO TO CHECK-MAP-CONFLICT-LOOP.
       MOVE 1 TO MAP-FOUND.
       IF MP-SID(MAP-IDX) NOT = SMAP-SID
       AND MP-SID(MAP-IDX) NOT = ZERO
       DISPLAY "ROLL MAPPED TO MULTIPLE STUDENT IDS:" SMAP-ROLL
       MOVE ZERO TO MP-SID(MAP-IDX).
       CHECK-MAP-CONFLICT-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BACKLOG" TO RC-PROG.
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
       MOVE "BACKLOG" TO RC-PROG.
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


       PARM-ABORT.
       IF PARM-MODE = 1
       DISPLAY "INVALID PARAMETER VALUE - RUN ENDED"
       STOP RUN.

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

       END PROGRAM BacklogRun.
