       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConcessionRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL CONCESS ASSIGN TO WS-CONC-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CO-KEY
       FILE STATUS IS FS-CONCESS.
       SELECT OPTIONAL SCHEMEFILE ASSIGN TO WS-SCHEME-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SCHEMEFILE.
       SELECT OPTIONAL SANCFILE ASSIGN TO WS-SANC-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SANCFILE.
       SELECT OPTIONAL HISTFILE ASSIGN TO WS-HIST-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-HISTFILE.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT OPTIONAL FEESTRUC ASSIGN TO WS-STRUC-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-FEESTRUC.
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
       FD SCHEMEFILE
       LABEL RECORDS ARE STANDARD.
       01 SCHEME-REC PIC X(50).
       FD SANCFILE
       LABEL RECORDS ARE STANDARD.
       01 SANC-REC.
       02 SN-SID PIC X(7).
       02 FILLER PIC X.
       02 SN-TERM PIC X(6).
       02 FILLER PIC X.
       02 SN-SCHEME PIC X(4).
       02 FILLER PIC X.
       02 SN-ORDER PIC X(12).
       02 FILLER PIC X(8).
       FD HISTFILE
       LABEL RECORDS ARE STANDARD.
       01 HIST-REC PIC X(30).
       FD MAPFILE
       LABEL RECORDS ARE STANDARD.
       01 MAP-REC.
       02 SMAP-SECTION PIC 9.
       02 FILLER PIC X.
       02 SMAP-ROLL PIC 99.
       02 FILLER PIC X.
       02 SMAP-SID PIC 9(7).
       02 FILLER PIC X(8).
       FD FEESTRUC
       LABEL RECORDS ARE STANDARD.
       01 STRUC-REC PIC X(30).
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
       77 WS-CONC-FILE PIC X(40).
       77 WS-SCHEME-FILE PIC X(40).
       77 WS-SANC-FILE PIC X(40).
       77 WS-HIST-FILE PIC X(40).
       77 WS-MAP-FILE PIC X(40).
       77 WS-STRUC-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 REQ-TERM PIC X(6).
       77 TODAY-DATE PIC 9(8).
       01 SCHEME-DETAIL.
       02 SD-CODE PIC X(4).
       02 FILLER PIC X.
       02 SD-TYPE PIC X.
       02 FILLER PIC X.
       02 SD-DESC PIC X(20).
       02 FILLER PIC X.
       02 SD-GPA-LOW PIC 99V99.
       02 FILLER PIC X.
       02 SD-METHOD PIC X.
       02 FILLER PIC X.
       02 SD-VALUE PIC 9(6)V99.
       02 FILLER PIC X(7).
       01 SCHEME-TABLE.
       02 SCHEME-ENTRY OCCURS 20 TIMES.
       03 SC-CODE PIC X(4).
       03 SC-TYPE PIC X.
       03 SC-DESC PIC X(20).
       03 SC-GPA-LOW PIC 99V99.
       03 SC-METHOD PIC X.
       03 SC-VALUE PIC 9(6)V99.
       03 SC-COUNT PIC 9(4).
       03 SC-TOTAL PIC 9(8)V99.
       77 SCHEME-COUNT PIC 99 VALUE ZERO.
       77 SCHEME-IDX PIC 99 VALUE ZERO.
       77 BEST-SCHEME PIC 99 VALUE ZERO.
       01 STRUC-DETAIL.
       02 FS-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 FS-TERM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 FS-AMOUNT PIC 9(6)V99.
       02 FILLER PIC X(9) VALUE SPACES.
       01 STRUC-TABLE.
       02 STRUC-ENTRY OCCURS 100 TIMES.
       03 SR-DEPT PIC X(5).
       03 SR-TERM PIC X(6).
       03 SR-AMOUNT PIC 9(6)V99.
       77 STRUC-COUNT PIC 999 VALUE ZERO.
       77 STRUC-IDX PIC 999 VALUE ZERO.
       77 STRUC-FOUND PIC 9 VALUE ZERO.
       01 HIST-DETAIL.
       02 HIST-SEM PIC X(6).
       02 FILLER PIC X.
       02 HIST-ROLL PIC 99.
       02 HIST-NAME PIC X(10).
       02 HIST-M1 PIC 999.
       02 HIST-M2 PIC 999.
       02 HIST-OV PIC 999.
       02 HIST-GR PIC X.
       02 HIST-TYPE PIC X.
       01 GPA-TABLE.
       02 GPA-ENTRY OCCURS 100 TIMES.
       03 GT-ROLL PIC 99.
       03 GT-SUM PIC 9(5).
       03 GT-SEMS PIC 999.
       77 GPA-COUNT PIC 999 VALUE ZERO.
       77 GPA-IDX PIC 999 VALUE ZERO.
       77 GP-POINTS PIC 99.
       77 GPA PIC 99V99.
       01 MAP-TABLE.
       02 MAP-ENTRY OCCURS 500 TIMES.
       03 MP-ROLL PIC 99.
       03 MP-SID PIC 9(7).
       77 MAP-COUNT PIC 999 VALUE ZERO.
       77 MAP-IDX PIC 999 VALUE ZERO.
       77 MAP-FOUND PIC 9 VALUE ZERO.
       77 CUR-ROLL PIC 99.
       77 AWARD-SID PIC 9(7).
       77 AWARD-GPA PIC 99V99.
       77 AWARD-ORDER PIC X(12).
       77 AWARD-FEE PIC 9(6)V99.
       77 AWARD-AMOUNT PIC 9(6)V99.
       77 CONC-FOUND PIC 9 VALUE ZERO.
       77 STU-OK PIC 9 VALUE ZERO.
       77 AWARD-COUNT PIC 9(6) VALUE ZERO.
       77 REPLACE-COUNT PIC 9(6) VALUE ZERO.
       77 REFUSE-COUNT PIC 9(6) VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 GRAND-COUNT PIC 9(6) VALUE ZERO.
       77 GRAND-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 RPT-HEADER1.
       02 FILLER PIC X(38) VALUE
       "FEE CONCESSION REGISTER FOR TERM ".
       02 RH-TERM PIC X(6).
       02 FILLER PIC X(36) VALUE SPACES.
       01 RPT-SCHEME-LINE.
       02 FILLER PIC X(8) VALUE "SCHEME: ".
       02 RSL-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RSL-DESC PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 RSL-KIND PIC X(12).
       02 FILLER PIC X(33) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(40) VALUE
       "  STUDENTNAME       DEPT   GPA  ORDER NO".
       02 FILLER PIC X(40) VALUE
       "           FEE  CONCESSION".
       01 RPT-DETAIL.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RD-SID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 RD-NAME PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DEPT PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RD-GPA PIC Z9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-ORDER PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RD-FEE PIC ZZZZZ9.99.
       02 FILLER PIC X(3) VALUE SPACES.
       02 RD-AMOUNT PIC ZZZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RD-STATUS PIC X(6).
       02 FILLER PIC X(5) VALUE SPACES.
       01 RPT-SCHEME-TOTAL.
       02 FILLER PIC X(17) VALUE "  SCHEME TOTAL - ".
       02 RST-COUNT PIC ZZZ9.
       02 FILLER PIC X(10) VALUE " STUDENTS ".
       02 FILLER PIC X(25) VALUE SPACES.
       02 RST-AMOUNT PIC ZZZZZZZ9.99.
       02 FILLER PIC X(13) VALUE SPACES.
       01 RPT-GRAND-TOTAL.
       02 FILLER PIC X(17) VALUE "TOTAL COST     - ".
       02 RGT-COUNT PIC ZZZ9.
       02 FILLER PIC X(10) VALUE " STUDENTS ".
       02 FILLER PIC X(25) VALUE SPACES.
       02 RGT-AMOUNT PIC ZZZZZZZ9.99.
       02 FILLER PIC X(13) VALUE SPACES.
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
       77 FS-CONCESS PIC XX VALUE "00".
       77 FS-SCHEMEFILE PIC XX VALUE "00".
       77 FS-SANCFILE PIC XX VALUE "00".
       77 FS-HISTFILE PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-FEESTRUC PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "CONCESSION".
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
       MOVE "SCHEME" TO PARM-KEY
       MOVE "Enter concession scheme file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SCHEME-FILE.
       IF WS-SCHEME-FILE = SPACES
       MOVE "CONSCHM.DAT" TO WS-SCHEME-FILE.
       MOVE "SANCTION" TO PARM-KEY
       MOVE "Enter need-based sanction file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SANC-FILE.
       IF WS-SANC-FILE = SPACES
       MOVE "SANCTION.DAT" TO WS-SANC-FILE.
       MOVE "HIST" TO PARM-KEY
       MOVE "Enter marks history file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HIST-FILE.
       IF WS-HIST-FILE = SPACES
       MOVE "HISTORY.DAT" TO WS-HIST-FILE.
       MOVE "MAP" TO PARM-KEY
       MOVE "Enter section map file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       MOVE "STRUC" TO PARM-KEY
       MOVE "Enter fee structure file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
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
       MOVE "REPORT" TO PARM-KEY
       MOVE "Enter concession register file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "CONCREG.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       VALIDATE-TERM.
       MOVE "TERM" TO PARM-KEY
       MOVE "Enter term to award concessions for (e.g. 2026S1):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REQ-TERM.
       IF REQ-TERM = SPACES
       DISPLAY "TERM IS REQUIRED - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-TERM.
       PERFORM LOAD-SCHEMES THRU LOAD-SCHEMES-END.
       IF SCHEME-COUNT = 0
       DISPLAY "NO CONCESSION SCHEMES ON FILE - NOTHING TO AWARD"
       STOP RUN.
       PERFORM LOAD-STRUCTURE THRU LOAD-STRUCTURE-END.
       IF STRUC-COUNT = 0
       DISPLAY "NO FEE STRUCTURE ON FILE - PERCENT SCHEMES NOT AWARDED".
       PERFORM LOAD-SECTION-MAP THRU LOAD-SECTION-MAP-END.
       IF MAP-COUNT = 0
       DISPLAY "NO SECTION MAP ON FILE - ROLLS USED AS STUDENT IDS".
       PERFORM LOAD-HISTORY THRU LOAD-HISTORY-END.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM WRITE-RUN-START.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O CONCESS.
       MOVE "CONCESS" TO ERR-FILE.
       MOVE FS-CONCESS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM AWARD-MERIT THRU AWARD-MERIT-END.
       PERFORM AWARD-NEED THRU AWARD-NEED-END.
       CLOSE StudentFile.
       CLOSE CONCESS.
       PERFORM PRINT-REGISTER THRU PRINT-REGISTER-END.
       DISPLAY "CONCESSIONS AWARDED:" AWARD-COUNT.
       DISPLAY "AWARDS REPLACED BY A BETTER SCHEME:" REPLACE-COUNT.
       DISPLAY "AWARDS REFUSED:" REFUSE-COUNT.
       DISPLAY "TOTAL COST FOR TERM:" GRAND-TOTAL.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       AWARD-MERIT.
       MOVE 0 TO GPA-IDX.
       AWARD-MERIT-LOOP.
       ADD 1 TO GPA-IDX.
       IF GPA-IDX > GPA-COUNT
       GO TO AWARD-MERIT-END.
       IF GT-SEMS(GPA-IDX) = 0
       GO TO AWARD-MERIT-LOOP.
       COMPUTE GPA ROUNDED = GT-SUM(GPA-IDX) / GT-SEMS(GPA-IDX).
       MOVE 0 TO BEST-SCHEME.
       MOVE 0 TO SCHEME-IDX.
       AWARD-MERIT-BAND.
       ADD 1 TO SCHEME-IDX.
       IF SCHEME-IDX > SCHEME-COUNT
       GO TO AWARD-MERIT-PICKED.
       IF SC-TYPE(SCHEME-IDX) NOT = "M"
       OR SC-GPA-LOW(SCHEME-IDX) > GPA
       GO TO AWARD-MERIT-BAND.
       IF BEST-SCHEME = 0
       MOVE SCHEME-IDX TO BEST-SCHEME
       ELSE IF SC-GPA-LOW(SCHEME-IDX) > SC-GPA-LOW(BEST-SCHEME)
       MOVE SCHEME-IDX TO BEST-SCHEME.
       GO TO AWARD-MERIT-BAND.
       AWARD-MERIT-PICKED.
       IF BEST-SCHEME = 0
       GO TO AWARD-MERIT-LOOP.
       MOVE GT-ROLL(GPA-IDX) TO CUR-ROLL.
       PERFORM RESOLVE-ROLL THRU RESOLVE-ROLL-END.
       IF MAP-FOUND = 0
       DISPLAY "MERIT ROLL NOT ON SECTION MAP - NOT AWARDED:" CUR-ROLL
       ADD 1 TO REFUSE-COUNT
       GO TO AWARD-MERIT-LOOP.
       MOVE BEST-SCHEME TO SCHEME-IDX.
       MOVE GPA TO AWARD-GPA.
       MOVE SPACES TO AWARD-ORDER.
       PERFORM AWARD-ONE THRU AWARD-ONE-END.
       GO TO AWARD-MERIT-LOOP.
       AWARD-MERIT-END.
       EXIT.

       AWARD-NEED.
       OPEN INPUT SANCFILE.
       MOVE "SANCFILE" TO ERR-FILE.
       MOVE FS-SANCFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       AWARD-NEED-READ.
       READ SANCFILE AT END
       CLOSE SANCFILE GO TO AWARD-NEED-END.
       ADD 1 TO READ-COUNT.
       IF SN-TERM NOT = REQ-TERM
       GO TO AWARD-NEED-READ.
       IF SN-SID IS NOT NUMERIC
       DISPLAY "SANCTION WITH BAD STUDENT ID - SKIPPED:" SN-ORDER
       ADD 1 TO REFUSE-COUNT
       GO TO AWARD-NEED-READ.
       MOVE 0 TO BEST-SCHEME.
       MOVE 0 TO SCHEME-IDX.
       AWARD-NEED-FIND.
       ADD 1 TO SCHEME-IDX.
       IF SCHEME-IDX > SCHEME-COUNT
       GO TO AWARD-NEED-PICKED.
       IF SC-CODE(SCHEME-IDX) = SN-SCHEME
       AND SC-TYPE(SCHEME-IDX) = "N"
       MOVE SCHEME-IDX TO BEST-SCHEME
       GO TO AWARD-NEED-PICKED.
       GO TO AWARD-NEED-FIND.
       AWARD-NEED-PICKED.
       IF BEST-SCHEME = 0
       DISPLAY "SANCTION " SN-ORDER " - NO NEED-BASED SCHEME "
           SN-SCHEME
       ADD 1 TO REFUSE-COUNT
       GO TO AWARD-NEED-READ.
       MOVE BEST-SCHEME TO SCHEME-IDX.
       MOVE SN-SID TO AWARD-SID.
       MOVE ZERO TO AWARD-GPA.
       MOVE SN-ORDER TO AWARD-ORDER.
       PERFORM AWARD-ONE THRU AWARD-ONE-END.
       GO TO AWARD-NEED-READ.
       AWARD-NEED-END.
       EXIT.

       AWARD-ONE.
       MOVE AWARD-SID TO StudentId.
       MOVE 1 TO STU-OK.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       MOVE 0 TO STU-OK.
       IF STU-OK = 0
       DISPLAY "STUDENT NOT ON MASTER - NOT AWARDED:" AWARD-SID
       ADD 1 TO REFUSE-COUNT
       GO TO AWARD-ONE-END.
       IF StudStatus = "G" OR StudStatus = "R"
       DISPLAY "STUDENT NOT ON ROLL - NOT AWARDED:" AWARD-SID
       ADD 1 TO REFUSE-COUNT
       GO TO AWARD-ONE-END.
       PERFORM FIND-STRUCTURE THRU FIND-STRUCTURE-END.
       IF STRUC-FOUND = 1
       MOVE SR-AMOUNT(STRUC-IDX) TO AWARD-FEE
       ELSE
       MOVE ZERO TO AWARD-FEE.
       IF SC-METHOD(SCHEME-IDX) = "P"
       IF STRUC-FOUND = 0
       DISPLAY "NO FEE STRUCTURE FOR DEPT " Department
           " - NOT AWARDED:" AWARD-SID
       ADD 1 TO REFUSE-COUNT
       GO TO AWARD-ONE-END
       ELSE
       COMPUTE AWARD-AMOUNT ROUNDED =
           AWARD-FEE * SC-VALUE(SCHEME-IDX) / 100
       ELSE
       MOVE SC-VALUE(SCHEME-IDX) TO AWARD-AMOUNT.
       IF STRUC-FOUND = 1 AND AWARD-AMOUNT > AWARD-FEE
       MOVE AWARD-FEE TO AWARD-AMOUNT.
       MOVE AWARD-SID TO CO-SID.
       MOVE REQ-TERM TO CO-TERM.
       READ CONCESS
       INVALID KEY
       MOVE 0 TO CONC-FOUND
       NOT INVALID KEY
       MOVE 1 TO CONC-FOUND.
       IF CONC-FOUND = 1 AND CO-STATUS = "B"
       DISPLAY "CONCESSION ALREADY BILLED - UNCHANGED:" AWARD-SID
       GO TO AWARD-ONE-END.
       IF CONC-FOUND = 1 AND CO-SCHEME NOT = SC-CODE(SCHEME-IDX)
       AND CO-AMOUNT NOT < AWARD-AMOUNT
       GO TO AWARD-ONE-END.
       IF CONC-FOUND = 1 AND CO-SCHEME NOT = SC-CODE(SCHEME-IDX)
       ADD 1 TO REPLACE-COUNT.
       MOVE SPACES TO CONC-REC.
       MOVE AWARD-SID TO CO-SID.
       MOVE REQ-TERM TO CO-TERM.
       MOVE SC-CODE(SCHEME-IDX) TO CO-SCHEME.
       MOVE SC-TYPE(SCHEME-IDX) TO CO-TYPE.
       MOVE AWARD-GPA TO CO-GPA.
       MOVE AWARD-ORDER TO CO-ORDER.
       MOVE AWARD-FEE TO CO-FEE.
       MOVE AWARD-AMOUNT TO CO-AMOUNT.
       MOVE "A" TO CO-STATUS.
       MOVE TODAY-DATE TO CO-DATE.
       IF CONC-FOUND = 1
       REWRITE CONC-REC
       ELSE
       WRITE CONC-REC
       ADD 1 TO AWARD-COUNT.
       MOVE "CONCESS" TO ERR-FILE.
       MOVE FS-CONCESS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       AWARD-ONE-END.
       EXIT.

       PRINT-REGISTER.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-TERM TO RH-TERM.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE 0 TO SCHEME-IDX.
       PRINT-REGISTER-SCHEME.
       ADD 1 TO SCHEME-IDX.
       IF SCHEME-IDX > SCHEME-COUNT
       GO TO PRINT-REGISTER-GRAND.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE SC-CODE(SCHEME-IDX) TO RSL-CODE.
       MOVE SC-DESC(SCHEME-IDX) TO RSL-DESC.
       IF SC-TYPE(SCHEME-IDX) = "M"
       MOVE "MERIT" TO RSL-KIND
       ELSE
       MOVE "NEED-BASED" TO RSL-KIND.
       WRITE REPORT-REC FROM RPT-SCHEME-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       OPEN INPUT CONCESS.
       MOVE "CONCESS" TO ERR-FILE.
       MOVE FS-CONCESS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PRINT-REGISTER-READ.
       READ CONCESS NEXT RECORD AT END
       CLOSE CONCESS GO TO PRINT-REGISTER-SUBTOTAL.
       IF CO-TERM NOT = REQ-TERM
       OR CO-SCHEME NOT = SC-CODE(SCHEME-IDX)
       GO TO PRINT-REGISTER-READ.
       MOVE CO-SID TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       MOVE "NOT ON MST" TO StudentName
       MOVE SPACES TO Department.
       MOVE CO-SID TO RD-SID.
       MOVE StudentName TO RD-NAME.
       MOVE Department TO RD-DEPT.
       MOVE CO-GPA TO RD-GPA.
       MOVE CO-ORDER TO RD-ORDER.
       MOVE CO-FEE TO RD-FEE.
       MOVE CO-AMOUNT TO RD-AMOUNT.
       IF CO-STATUS = "B"
       MOVE "BILLED" TO RD-STATUS
       ELSE
       MOVE SPACES TO RD-STATUS.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO SC-COUNT(SCHEME-IDX).
       ADD CO-AMOUNT TO SC-TOTAL(SCHEME-IDX).
       GO TO PRINT-REGISTER-READ.
       PRINT-REGISTER-SUBTOTAL.
       MOVE SC-COUNT(SCHEME-IDX) TO RST-COUNT.
       MOVE SC-TOTAL(SCHEME-IDX) TO RST-AMOUNT.
       WRITE REPORT-REC FROM RPT-SCHEME-TOTAL.
       ADD SC-COUNT(SCHEME-IDX) TO GRAND-COUNT.
       ADD SC-TOTAL(SCHEME-IDX) TO GRAND-TOTAL.
       GO TO PRINT-REGISTER-SCHEME.
       PRINT-REGISTER-GRAND.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE GRAND-COUNT TO RGT-COUNT.
       MOVE GRAND-TOTAL TO RGT-AMOUNT.
       WRITE REPORT-REC FROM RPT-GRAND-TOTAL.
       CLOSE StudentFile.
       CLOSE REPORTFILE.
       PRINT-REGISTER-END.
       EXIT.

       LOAD-SCHEMES.
       MOVE ZERO TO SCHEME-COUNT.
       OPEN INPUT SCHEMEFILE.
       MOVE "SCHEMEFILE" TO ERR-FILE.
       MOVE FS-SCHEMEFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-SCHEMES-READ.
       READ SCHEMEFILE RECORD INTO SCHEME-DETAIL
       AT END CLOSE SCHEMEFILE GO TO LOAD-SCHEMES-END.
       IF SD-CODE = SPACES
       GO TO LOAD-SCHEMES-READ.
       IF SD-TYPE NOT = "M" AND SD-TYPE NOT = "N"
       DISPLAY "SCHEME TYPE MUST BE M OR N - SKIPPED:" SD-CODE
       GO TO LOAD-SCHEMES-READ.
       IF SD-METHOD NOT = "P" AND SD-METHOD NOT = "F"
       DISPLAY "SCHEME METHOD MUST BE P OR F - SKIPPED:" SD-CODE
       GO TO LOAD-SCHEMES-READ.
       IF SD-VALUE IS NOT NUMERIC OR SD-GPA-LOW IS NOT NUMERIC
       DISPLAY "SCHEME WITH BAD FIGURES - SKIPPED:" SD-CODE
       GO TO LOAD-SCHEMES-READ.
       IF SD-METHOD = "P" AND SD-VALUE > 100
       DISPLAY "SCHEME PERCENT OVER 100 - SKIPPED:" SD-CODE
       GO TO LOAD-SCHEMES-READ.
       IF SCHEME-COUNT >= 20
       DISPLAY "SCHEME TABLE FULL - SKIPPING REMAINING SCHEMES"
       CLOSE SCHEMEFILE
       GO TO LOAD-SCHEMES-END.
       ADD 1 TO SCHEME-COUNT.
       MOVE SD-CODE TO SC-CODE(SCHEME-COUNT).
       MOVE SD-TYPE TO SC-TYPE(SCHEME-COUNT).
       MOVE SD-DESC TO SC-DESC(SCHEME-COUNT).
       MOVE SD-GPA-LOW TO SC-GPA-LOW(SCHEME-COUNT).
       MOVE SD-METHOD TO SC-METHOD(SCHEME-COUNT).
       MOVE SD-VALUE TO SC-VALUE(SCHEME-COUNT).
       MOVE ZERO TO SC-COUNT(SCHEME-COUNT).
       MOVE ZERO TO SC-TOTAL(SCHEME-COUNT).
       GO TO LOAD-SCHEMES-READ.
       LOAD-SCHEMES-END.
       EXIT.

       LOAD-HISTORY.
       MOVE ZERO TO GPA-COUNT.
       OPEN INPUT HISTFILE.
       MOVE "HISTFILE" TO ERR-FILE.
       MOVE FS-HISTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-HISTORY-READ.
       READ HISTFILE RECORD INTO HIST-DETAIL
       AT END CLOSE HISTFILE GO TO LOAD-HISTORY-END.
       IF HIST-TYPE = "S"
       GO TO LOAD-HISTORY-READ.
       IF HIST-SEM NOT < REQ-TERM
       GO TO LOAD-HISTORY-READ.
       MOVE 0 TO GPA-IDX.
       LOAD-HISTORY-FIND.
       ADD 1 TO GPA-IDX.
       IF GPA-IDX > GPA-COUNT
       GO TO LOAD-HISTORY-ADD.
       IF GT-ROLL(GPA-IDX) = HIST-ROLL
       GO TO LOAD-HISTORY-POINTS.
       GO TO LOAD-HISTORY-FIND.
       LOAD-HISTORY-ADD.
       IF GPA-COUNT >= 100
       DISPLAY "ROLL TABLE FULL - STUDENT SKIPPED:" HIST-ROLL
       GO TO LOAD-HISTORY-READ.
       ADD 1 TO GPA-COUNT.
       MOVE GPA-COUNT TO GPA-IDX.
       MOVE HIST-ROLL TO GT-ROLL(GPA-IDX).
       MOVE ZERO TO GT-SUM(GPA-IDX).
       MOVE ZERO TO GT-SEMS(GPA-IDX).
       LOAD-HISTORY-POINTS.
       PERFORM GRADE-TO-POINTS.
       ADD GP-POINTS TO GT-SUM(GPA-IDX).
       ADD 1 TO GT-SEMS(GPA-IDX).
       GO TO LOAD-HISTORY-READ.
       LOAD-HISTORY-END.
       EXIT.

       GRADE-TO-POINTS.
       IF HIST-GR = "A"
       MOVE 10 TO GP-POINTS
       ELSE IF HIST-GR = "B"
       MOVE 8 TO GP-POINTS
       ELSE IF HIST-GR = "C"
       MOVE 6 TO GP-POINTS
       ELSE IF HIST-GR = "D"
       MOVE 4 TO GP-POINTS
       ELSE
       MOVE 0 TO GP-POINTS.

       RESOLVE-ROLL.
       MOVE 0 TO MAP-FOUND.
       IF MAP-COUNT = 0
       MOVE CUR-ROLL TO AWARD-SID
       MOVE 1 TO MAP-FOUND
       GO TO RESOLVE-ROLL-END.
       MOVE 0 TO MAP-IDX.
       RESOLVE-ROLL-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO RESOLVE-ROLL-END.
       IF MP-ROLL(MAP-IDX) NOT = CUR-ROLL
       GO TO RESOLVE-ROLL-LOOP.
       IF MP-SID(MAP-IDX) = ZERO
       DISPLAY "ROLL MAPPED TO MULTIPLE STUDENT IDS:" CUR-ROLL
       GO TO RESOLVE-ROLL-END.
       MOVE 1 TO MAP-FOUND.
       MOVE MP-SID(MAP-IDX) TO AWARD-SID.
       RESOLVE-ROLL-END.
       EXIT.

       LOAD-STRUCTURE.
       MOVE ZERO TO STRUC-COUNT.
       OPEN INPUT FEESTRUC.
       MOVE "FEESTRUC" TO ERR-FILE.
       MOVE FS-FEESTRUC TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-STRUCTURE-READ.
       READ FEESTRUC RECORD INTO STRUC-DETAIL
       AT END CLOSE FEESTRUC GO TO LOAD-STRUCTURE-END.
       IF FS-DEPT = SPACES
       GO TO LOAD-STRUCTURE-READ.
       IF STRUC-COUNT >= 100
       DISPLAY "STRUCTURE TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE FEESTRUC
       GO TO LOAD-STRUCTURE-END.
       ADD 1 TO STRUC-COUNT.
       MOVE FS-DEPT TO SR-DEPT(STRUC-COUNT).
       MOVE FS-TERM TO SR-TERM(STRUC-COUNT).
       MOVE FS-AMOUNT TO SR-AMOUNT(STRUC-COUNT).
       GO TO LOAD-STRUCTURE-READ.
       LOAD-STRUCTURE-END.
       EXIT.

       FIND-STRUCTURE.
       MOVE 0 TO STRUC-FOUND.
       MOVE 0 TO STRUC-IDX.
       FIND-STRUCTURE-LOOP.
       ADD 1 TO STRUC-IDX.
       IF STRUC-IDX > STRUC-COUNT
       GO TO FIND-STRUCTURE-END.
       IF SR-DEPT(STRUC-IDX) = Department
       AND SR-TERM(STRUC-IDX) = REQ-TERM
       MOVE 1 TO STRUC-FOUND
       GO TO FIND-STRUCTURE-END.
       GO TO FIND-STRUCTURE-LOOP.
       FIND-STRUCTURE-END.
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
       MOVE "CONCESSION" TO RC-PROG.
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
       MOVE "CONCESSION" TO RC-PROG.
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

       END PROGRAM ConcessionRun.
