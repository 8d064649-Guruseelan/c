       IDENTIFICATION DIVISION.
       PROGRAM-ID. HallTicket.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT OPTIONAL ATTPCT ASSIGN TO WS-ATTPCT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ATTPCT.
       SELECT OPTIONAL DEFFILE ASSIGN TO WS-DEF-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-DEFFILE.
       SELECT OPTIONAL ROOMFILE ASSIGN TO WS-ROOM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ROOMFILE.
       SELECT TICKETFILE ASSIGN TO WS-TICKET-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-TICKETFILE.
       SELECT WITHFILE ASSIGN TO WS-WITH-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-WITHFILE.
       SELECT SEATFILE ASSIGN TO WS-SEAT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SEATFILE.
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
       FD MAPFILE
       LABEL RECORDS ARE STANDARD.
       01 MAP-REC.
       02 SMAP-SECTION PIC 9.
       02 FILLER PIC X.
       02 SMAP-ROLL PIC 99.
       02 FILLER PIC X.
       02 SMAP-SID PIC 9(7).
       02 FILLER PIC X(8).
       FD ATTPCT
       LABEL RECORDS ARE STANDARD.
       01 ATTPCT-REC.
       02 AP-SECTION PIC 9.
       02 FILLER PIC X.
       02 AP-ROLL PIC 99.
       02 FILLER PIC X.
       02 AP-PCT PIC 999.
       02 FILLER PIC X(12).
       FD DEFFILE
       LABEL RECORDS ARE STANDARD.
       01 DEF-REC.
       02 DEF-SID PIC X(7).
       02 FILLER PIC X(3).
       FD ROOMFILE
       LABEL RECORDS ARE STANDARD.
       01 ROOM-REC PIC X(30).
       FD TICKETFILE
       LABEL RECORDS ARE STANDARD.
       01 TICKET-REC PIC X(80).
       FD WITHFILE
       LABEL RECORDS ARE STANDARD.
       01 WITH-REC PIC X(80).
       FD SEATFILE
       LABEL RECORDS ARE STANDARD.
       01 SEAT-REC PIC X(80).
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
       77 WS-MAP-FILE PIC X(40).
       77 WS-ATTPCT-FILE PIC X(40).
       77 WS-DEF-FILE PIC X(40).
       77 WS-ROOM-FILE PIC X(40).
       77 WS-TICKET-FILE PIC X(40).
       77 WS-WITH-FILE PIC X(40).
       77 WS-SEAT-FILE PIC X(40).
       77 EXAM-ID PIC X(6).
       77 THRESHOLD PIC 999.
       01 MAP-TABLE.
       02 MAP-ENTRY OCCURS 500 TIMES.
       03 MP-SECTION PIC 9.
       03 MP-ROLL PIC 99.
       03 MP-SID PIC 9(7).
       77 MAP-COUNT PIC 999 VALUE ZERO.
       77 MAP-IDX PIC 999 VALUE ZERO.
       01 ATTPCT-TABLE.
       02 ATTPCT-ENTRY OCCURS 500 TIMES.
       03 AT-SECTION PIC 9.
       03 AT-ROLL PIC 99.
       03 AT-PCT PIC 999.
       77 ATTPCT-COUNT PIC 999 VALUE ZERO.
       77 ATTPCT-IDX PIC 999 VALUE ZERO.
       77 ATTPCT-FOUND PIC 9 VALUE ZERO.
       01 DEF-TABLE.
       02 DF-SID PIC 9(7) OCCURS 1000 TIMES.
       77 DEF-COUNT PIC 9(4) VALUE ZERO.
       77 DEF-IDX PIC 9(4) VALUE ZERO.
       77 DEF-FOUND PIC 9 VALUE ZERO.
       01 ROOM-DETAIL.
       02 RM-CODE PIC X(6).
       02 FILLER PIC X.
       02 RM-CAP PIC 999.
       02 FILLER PIC X(20).
       01 ROOM-TABLE.
       02 ROOM-ENTRY OCCURS 50 TIMES.
       03 RT-CODE PIC X(6).
       03 RT-CAP PIC 999.
       03 RT-USED PIC 999.
       77 ROOM-COUNT PIC 99 VALUE ZERO.
       77 ROOM-IDX PIC 99 VALUE ZERO.
       01 CAND-TABLE.
       02 CAND-ENTRY OCCURS 500 TIMES.
       03 CN-SID PIC 9(7).
       03 CN-NAME PIC X(10).
       03 CN-DEPT PIC X(5).
       03 CN-SECTION PIC 9.
       03 CN-ROLL PIC 99.
       03 CN-DEPT-IDX PIC 99.
       03 CN-PLACED PIC 9.
       03 CN-ROOM-IDX PIC 99.
       03 CN-SEAT PIC 999.
       77 CAND-COUNT PIC 999 VALUE ZERO.
       77 CAND-IDX PIC 999 VALUE ZERO.
       01 DEPT-TABLE.
       02 DEPT-ENTRY OCCURS 50 TIMES.
       03 DP-DEPT PIC X(5).
       03 DP-LEFT PIC 999.
       77 DEPT-COUNT PIC 99 VALUE ZERO.
       77 DEPT-IDX PIC 99 VALUE ZERO.
       77 BEST-DEPT PIC 99 VALUE ZERO.
       77 LAST-DEPT PIC 99 VALUE ZERO.
       77 BEST-LEFT PIC 999 VALUE ZERO.
       01 SEAT-ORDER-TABLE.
       02 SEAT-ORDER PIC 999 OCCURS 500 TIMES.
       77 SEAT-COUNT PIC 999 VALUE ZERO.
       77 SEAT-IDX PIC 999 VALUE ZERO.
       77 NOSEAT-COUNT PIC 999 VALUE ZERO.
       77 ROOM-LINES PIC 999 VALUE ZERO.
       77 IS-DETAINED PIC 9 VALUE ZERO.
       77 WITH-COUNT PIC 9(4) VALUE ZERO.
       77 SKIP-COUNT PIC 9(4) VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       01 TK-RULE PIC X(80) VALUE ALL "-".
       01 TK-LINE1.
       02 FILLER PIC X(24) VALUE "EXAMINATION HALL TICKET ".
       02 FILLER PIC X(6) VALUE "EXAM: ".
       02 TK-EXAM PIC X(6).
       02 FILLER PIC X(14) VALUE "   TICKET NO: ".
       02 TK-EXAM2 PIC X(6).
       02 FILLER PIC X VALUE "-".
       02 TK-NO PIC 9(4).
       02 FILLER PIC X(19) VALUE SPACES.
       01 TK-LINE2.
       02 FILLER PIC X(12) VALUE "STUDENT ID: ".
       02 TK-SID PIC 9(7).
       02 FILLER PIC X(9) VALUE "   NAME: ".
       02 TK-NAME PIC X(10).
       02 FILLER PIC X(9) VALUE "   DEPT: ".
       02 TK-DEPT PIC X(5).
       02 FILLER PIC X(28) VALUE SPACES.
       01 TK-LINE3.
       02 FILLER PIC X(9) VALUE "SECTION: ".
       02 TK-SECTION PIC 9.
       02 FILLER PIC X(9) VALUE "   ROLL: ".
       02 TK-ROLL PIC Z9.
       02 FILLER PIC X(9) VALUE "   ROOM: ".
       02 TK-ROOM PIC X(6).
       02 FILLER PIC X(9) VALUE "   SEAT: ".
       02 TK-SEAT PIC X(3).
       02 FILLER PIC X(32) VALUE SPACES.
       01 TK-LINE4.
       02 FILLER PIC X(36) VALUE
       "CANDIDATE SIGNATURE ____________    ".
       02 FILLER PIC X(44) VALUE
       "CONTROLLER OF EXAMINATIONS ____________".
       01 WH-HEADER1.
       02 FILLER PIC X(33) VALUE "HALL TICKETS WITHHELD - EXAM ".
       02 WH-EXAM PIC X(6).
       02 FILLER PIC X(41) VALUE SPACES.
       01 WH-HEADER2 PIC X(80) VALUE
       "STUDENT ID NAME       DEPT  SEC ROLL ATT%  REASON".
       01 WH-DETAIL.
       02 WD-SID PIC 9(7).
       02 FILLER PIC X(4) VALUE SPACES.
       02 WD-NAME PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 WD-DEPT PIC X(5).
       02 FILLER PIC X(3) VALUE SPACES.
       02 WD-SECTION PIC 9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 WD-ROLL PIC Z9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 WD-PCT PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 WD-REASON PIC X(30).
       02 FILLER PIC X(7) VALUE SPACES.
       01 WH-TOTAL.
       02 FILLER PIC X(18) VALUE "TICKETS WITHHELD: ".
       02 WT-COUNT PIC ZZZ9.
       02 FILLER PIC X(58) VALUE SPACES.
       01 ST-HEADER1.
       02 FILLER PIC X(22) VALUE "SEATING CHART - ROOM ".
       02 SH-ROOM PIC X(6).
       02 FILLER PIC X(12) VALUE "  CAPACITY ".
       02 SH-CAP PIC ZZ9.
       02 FILLER PIC X(7) VALUE "  EXAM ".
       02 SH-EXAM PIC X(6).
       02 FILLER PIC X(24) VALUE SPACES.
       01 ST-HEADER2 PIC X(80) VALUE
       "SEAT  TICKET       STUDENT ID NAME       DEPT  SEC ROLL".
       01 ST-DETAIL.
       02 SD-SEAT PIC ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 SD-EXAM PIC X(6).
       02 FILLER PIC X VALUE "-".
       02 SD-NO PIC 9(4).
       02 FILLER PIC X(2) VALUE SPACES.
       02 SD-SID PIC 9(7).
       02 FILLER PIC X(4) VALUE SPACES.
       02 SD-NAME PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 SD-DEPT PIC X(5).
       02 FILLER PIC X(3) VALUE SPACES.
       02 SD-SECTION PIC 9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 SD-ROLL PIC Z9.
       02 FILLER PIC X(25) VALUE SPACES.
       01 ST-TOTAL.
       02 FILLER PIC X(16) VALUE "SEATS ALLOCATED ".
       02 STT-COUNT PIC ZZ9.
       02 FILLER PIC X(61) VALUE SPACES.
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
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-ATTPCT PIC XX VALUE "00".
       77 FS-DEFFILE PIC XX VALUE "00".
       77 FS-ROOMFILE PIC XX VALUE "00".
       77 FS-TICKETFILE PIC XX VALUE "00".
       77 FS-WITHFILE PIC XX VALUE "00".
       77 FS-SEATFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "HALLTICKET".
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
       MOVE "MAP" TO PARM-KEY
       MOVE "Enter section map file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       MOVE "ATTPCT" TO PARM-KEY
       MOVE "Enter attendance percent file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ATTPCT-FILE.
       IF WS-ATTPCT-FILE = SPACES
       MOVE "ATTPCT.DAT" TO WS-ATTPCT-FILE.
       MOVE "DEF" TO PARM-KEY
       MOVE "Enter defaulter list file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DEF-FILE.
       IF WS-DEF-FILE = SPACES
       MOVE "DEFAULT.DAT" TO WS-DEF-FILE.
       MOVE "ROOM" TO PARM-KEY
       MOVE "Enter room capacity file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ROOM-FILE.
       IF WS-ROOM-FILE = SPACES
       MOVE "ROOMS.DAT" TO WS-ROOM-FILE.
       MOVE "TICKET" TO PARM-KEY
       MOVE "Enter hall ticket print file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-TICKET-FILE.
       IF WS-TICKET-FILE = SPACES
       MOVE "HALLTKT.LST" TO WS-TICKET-FILE.
       MOVE "WITHHELD" TO PARM-KEY
       MOVE "Enter withheld tickets list file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-WITH-FILE.
       IF WS-WITH-FILE = SPACES
       MOVE "HALLWHD.LST" TO WS-WITH-FILE.
       MOVE "SEATING" TO PARM-KEY
       MOVE "Enter seating chart file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SEAT-FILE.
       IF WS-SEAT-FILE = SPACES
       MOVE "SEATING.LST" TO WS-SEAT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       VALIDATE-EXAM-ID.
       MOVE "EXAM-ID" TO PARM-KEY
       MOVE "Enter examination semester/term id (e.g. 2026S1):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO EXAM-ID.
       IF EXAM-ID = SPACES
       DISPLAY "EXAMINATION ID IS REQUIRED - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-EXAM-ID.
       VALIDATE-THRESHOLD.
       MOVE "THRESHOLD" TO PARM-KEY
       MOVE "Enter attendance detention threshold (0-100, blank 75):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE 75 TO THRESHOLD.
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO THRESHOLD.
       IF THRESHOLD > 100
       DISPLAY "INVALID THRESHOLD - MUST BE 0-100, RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-THRESHOLD.
       PERFORM LOAD-SECTION-MAP THRU LOAD-SECTION-MAP-END.
       IF MAP-COUNT = 0
       DISPLAY "NO SECTION MAP ON FILE - NO HALL TICKETS ISSUED"
       STOP RUN.
       PERFORM LOAD-ATTPCT THRU LOAD-ATTPCT-END.
       IF ATTPCT-COUNT = 0
       DISPLAY "NO COMPUTED ATTENDANCE ON FILE - DETENTION NOT CHECKED".
       PERFORM LOAD-DEFAULTERS THRU LOAD-DEFAULTERS-END.
       IF DEF-COUNT = 0
       DISPLAY "NO FEE DEFAULTERS ON FILE".
       PERFORM LOAD-ROOMS THRU LOAD-ROOMS-END.
       IF ROOM-COUNT = 0
       DISPLAY "NO ROOM CAPACITY FILE - SEATS NOT ALLOCATED".
       PERFORM WRITE-RUN-START.
       PERFORM BUILD-CANDIDATES THRU BUILD-CANDIDATES-END.
       PERFORM ALLOCATE-SEATS THRU ALLOCATE-SEATS-END.
       PERFORM PRINT-TICKETS THRU PRINT-TICKETS-END.
       PERFORM PRINT-SEATING THRU PRINT-SEATING-END.
       DISPLAY "HALL TICKETS ISSUED:" CAND-COUNT.
       DISPLAY "HALL TICKETS WITHHELD:" WITH-COUNT.
       DISPLAY "STUDENTS NOT ON ROLL OR NOT ON MASTER:" SKIP-COUNT.
       IF NOSEAT-COUNT > 0
       DISPLAY "ROOM CAPACITY SHORT - STUDENTS WITHOUT SEATS:"
           NOSEAT-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       BUILD-CANDIDATES.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT WITHFILE.
       MOVE "WITHFILE" TO ERR-FILE.
       MOVE FS-WITHFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE EXAM-ID TO WH-EXAM.
       WRITE WITH-REC FROM WH-HEADER1.
       WRITE WITH-REC FROM WH-HEADER2.
       MOVE 0 TO MAP-IDX.
       BUILD-CANDIDATES-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO BUILD-CANDIDATES-DONE.
       ADD 1 TO READ-COUNT.
       MOVE MP-SID(MAP-IDX) TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       DISPLAY "MAPPED STUDENT NOT ON MASTER - NO TICKET:"
           MP-SID(MAP-IDX)
       ADD 1 TO SKIP-COUNT
       GO TO BUILD-CANDIDATES-LOOP.
       IF StudStatus = "G" OR StudStatus = "R"
       ADD 1 TO SKIP-COUNT
       GO TO BUILD-CANDIDATES-LOOP.
       MOVE 0 TO IS-DETAINED.
       PERFORM FIND-ATTPCT THRU FIND-ATTPCT-END.
       IF ATTPCT-FOUND = 1
       IF AT-PCT(ATTPCT-IDX) < THRESHOLD
       MOVE 1 TO IS-DETAINED.
       PERFORM FIND-DEFAULTER THRU FIND-DEFAULTER-END.
       IF IS-DETAINED = 1 OR DEF-FOUND = 1
       PERFORM WRITE-WITHHELD
       GO TO BUILD-CANDIDATES-LOOP.
       IF CAND-COUNT >= 500
       DISPLAY "CANDIDATE TABLE FULL - NO TICKET FOR:" StudentId
       ADD 1 TO SKIP-COUNT
       GO TO BUILD-CANDIDATES-LOOP.
       ADD 1 TO CAND-COUNT.
       MOVE StudentId TO CN-SID(CAND-COUNT).
       MOVE StudentName TO CN-NAME(CAND-COUNT).
       MOVE Department TO CN-DEPT(CAND-COUNT).
       MOVE MP-SECTION(MAP-IDX) TO CN-SECTION(CAND-COUNT).
       MOVE MP-ROLL(MAP-IDX) TO CN-ROLL(CAND-COUNT).
       MOVE 0 TO CN-PLACED(CAND-COUNT).
       MOVE 0 TO CN-ROOM-IDX(CAND-COUNT).
       MOVE 0 TO CN-SEAT(CAND-COUNT).
       PERFORM FIND-DEPT THRU FIND-DEPT-END.
       MOVE DEPT-IDX TO CN-DEPT-IDX(CAND-COUNT).
       GO TO BUILD-CANDIDATES-LOOP.
       BUILD-CANDIDATES-DONE.
       MOVE WITH-COUNT TO WT-COUNT.
       MOVE SPACES TO WITH-REC.
       WRITE WITH-REC.
       WRITE WITH-REC FROM WH-TOTAL.
       CLOSE WITHFILE.
       CLOSE StudentFile.
       BUILD-CANDIDATES-END.
       EXIT.

       WRITE-WITHHELD.
       MOVE StudentId TO WD-SID.
       MOVE StudentName TO WD-NAME.
       MOVE Department TO WD-DEPT.
       MOVE MP-SECTION(MAP-IDX) TO WD-SECTION.
       MOVE MP-ROLL(MAP-IDX) TO WD-ROLL.
       IF ATTPCT-FOUND = 1
       MOVE AT-PCT(ATTPCT-IDX) TO WD-PCT
       ELSE
       MOVE ZERO TO WD-PCT.
       IF IS-DETAINED = 1 AND DEF-FOUND = 1
       MOVE "DETAINED - ATTENDANCE; FEE DUE" TO WD-REASON
       ELSE IF IS-DETAINED = 1
       MOVE "DETAINED - ATTENDANCE SHORTAGE" TO WD-REASON
       ELSE
       MOVE "FEE DEFAULTER" TO WD-REASON.
       WRITE WITH-REC FROM WH-DETAIL.
       ADD 1 TO WITH-COUNT.

       FIND-DEPT.
       MOVE 0 TO DEPT-IDX.
       FIND-DEPT-LOOP.
       ADD 1 TO DEPT-IDX.
       IF DEPT-IDX > DEPT-COUNT
       GO TO FIND-DEPT-ADD.
       IF DP-DEPT(DEPT-IDX) = Department
       ADD 1 TO DP-LEFT(DEPT-IDX)
       GO TO FIND-DEPT-END.
       GO TO FIND-DEPT-LOOP.
       FIND-DEPT-ADD.
       IF DEPT-COUNT >= 50
       DISPLAY "DEPARTMENT TABLE FULL - SEATED WITH LAST DEPARTMENT"
       MOVE DEPT-COUNT TO DEPT-IDX
       ADD 1 TO DP-LEFT(DEPT-IDX)
       GO TO FIND-DEPT-END.
       ADD 1 TO DEPT-COUNT.
       MOVE DEPT-COUNT TO DEPT-IDX.
       MOVE Department TO DP-DEPT(DEPT-IDX).
       MOVE 1 TO DP-LEFT(DEPT-IDX).
       FIND-DEPT-END.
       EXIT.

       ALLOCATE-SEATS.
       MOVE 0 TO SEAT-COUNT.
       MOVE 0 TO LAST-DEPT.
       ALLOCATE-SEATS-NEXT.
       IF SEAT-COUNT >= CAND-COUNT
       GO TO ALLOCATE-SEATS-ROOMS.
       PERFORM PICK-DEPT THRU PICK-DEPT-END.
       MOVE 0 TO CAND-IDX.
       ALLOCATE-SEATS-FIND.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       GO TO ALLOCATE-SEATS-ROOMS.
       IF CN-DEPT-IDX(CAND-IDX) NOT = BEST-DEPT
       OR CN-PLACED(CAND-IDX) = 1
       GO TO ALLOCATE-SEATS-FIND.
       MOVE 1 TO CN-PLACED(CAND-IDX).
       ADD 1 TO SEAT-COUNT.
       MOVE CAND-IDX TO SEAT-ORDER(SEAT-COUNT).
       SUBTRACT 1 FROM DP-LEFT(BEST-DEPT).
       MOVE BEST-DEPT TO LAST-DEPT.
       GO TO ALLOCATE-SEATS-NEXT.
       ALLOCATE-SEATS-ROOMS.
       MOVE 1 TO ROOM-IDX.
       MOVE 0 TO SEAT-IDX.
       ALLOCATE-SEATS-ROOM-LOOP.
       ADD 1 TO SEAT-IDX.
       IF SEAT-IDX > SEAT-COUNT
       GO TO ALLOCATE-SEATS-END.
       MOVE SEAT-ORDER(SEAT-IDX) TO CAND-IDX.
       ALLOCATE-SEATS-ROOM-FIT.
       IF ROOM-IDX > ROOM-COUNT
       ADD 1 TO NOSEAT-COUNT
       GO TO ALLOCATE-SEATS-ROOM-LOOP.
       IF RT-USED(ROOM-IDX) >= RT-CAP(ROOM-IDX)
       ADD 1 TO ROOM-IDX
       GO TO ALLOCATE-SEATS-ROOM-FIT.
       ADD 1 TO RT-USED(ROOM-IDX).
       MOVE ROOM-IDX TO CN-ROOM-IDX(CAND-IDX).
       MOVE RT-USED(ROOM-IDX) TO CN-SEAT(CAND-IDX).
       GO TO ALLOCATE-SEATS-ROOM-LOOP.
       ALLOCATE-SEATS-END.
       EXIT.

       PICK-DEPT.
       MOVE 0 TO BEST-DEPT.
       MOVE 0 TO BEST-LEFT.
       MOVE 0 TO DEPT-IDX.
       PICK-DEPT-LOOP.
       ADD 1 TO DEPT-IDX.
       IF DEPT-IDX > DEPT-COUNT
       GO TO PICK-DEPT-CHECK.
       IF DEPT-IDX = LAST-DEPT
       GO TO PICK-DEPT-LOOP.
       IF DP-LEFT(DEPT-IDX) > BEST-LEFT
       MOVE DEPT-IDX TO BEST-DEPT
       MOVE DP-LEFT(DEPT-IDX) TO BEST-LEFT.
       GO TO PICK-DEPT-LOOP.
       PICK-DEPT-CHECK.
       IF BEST-DEPT = 0
       MOVE LAST-DEPT TO BEST-DEPT.
       PICK-DEPT-END.
       EXIT.

       PRINT-TICKETS.
       OPEN OUTPUT TICKETFILE.
       MOVE "TICKETFILE" TO ERR-FILE.
       MOVE FS-TICKETFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO CAND-IDX.
       PRINT-TICKETS-LOOP.
       ADD 1 TO CAND-IDX.
       IF CAND-IDX > CAND-COUNT
       CLOSE TICKETFILE
       GO TO PRINT-TICKETS-END.
       MOVE EXAM-ID TO TK-EXAM.
       MOVE EXAM-ID TO TK-EXAM2.
       MOVE CAND-IDX TO TK-NO.
       MOVE CN-SID(CAND-IDX) TO TK-SID.
       MOVE CN-NAME(CAND-IDX) TO TK-NAME.
       MOVE CN-DEPT(CAND-IDX) TO TK-DEPT.
       MOVE CN-SECTION(CAND-IDX) TO TK-SECTION.
       MOVE CN-ROLL(CAND-IDX) TO TK-ROLL.
       IF CN-ROOM-IDX(CAND-IDX) = 0
       MOVE "TBA" TO TK-ROOM
       MOVE "TBA" TO TK-SEAT
       ELSE
       MOVE RT-CODE(CN-ROOM-IDX(CAND-IDX)) TO TK-ROOM
       MOVE CN-SEAT(CAND-IDX) TO TK-SEAT.
       WRITE TICKET-REC FROM TK-RULE.
       WRITE TICKET-REC FROM TK-LINE1.
       WRITE TICKET-REC FROM TK-LINE2.
       WRITE TICKET-REC FROM TK-LINE3.
       MOVE SPACES TO TICKET-REC.
       WRITE TICKET-REC.
       WRITE TICKET-REC FROM TK-LINE4.
       WRITE TICKET-REC FROM TK-RULE.
       MOVE SPACES TO TICKET-REC.
       WRITE TICKET-REC.
       ADD 1 TO WRITE-COUNT.
       GO TO PRINT-TICKETS-LOOP.
       PRINT-TICKETS-END.
       EXIT.

       PRINT-SEATING.
       OPEN OUTPUT SEATFILE.
       MOVE "SEATFILE" TO ERR-FILE.
       MOVE FS-SEATFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO ROOM-IDX.
       PRINT-SEATING-ROOM.
       ADD 1 TO ROOM-IDX.
       IF ROOM-IDX > ROOM-COUNT
       GO TO PRINT-SEATING-NOSEAT.
       IF RT-USED(ROOM-IDX) = 0
       GO TO PRINT-SEATING-ROOM.
       MOVE RT-CODE(ROOM-IDX) TO SH-ROOM.
       MOVE RT-CAP(ROOM-IDX) TO SH-CAP.
       MOVE EXAM-ID TO SH-EXAM.
       WRITE SEAT-REC FROM ST-HEADER1.
       WRITE SEAT-REC FROM ST-HEADER2.
       MOVE 0 TO ROOM-LINES.
       MOVE 0 TO SEAT-IDX.
       PRINT-SEATING-SEAT.
       ADD 1 TO SEAT-IDX.
       IF SEAT-IDX > SEAT-COUNT
       GO TO PRINT-SEATING-ROOM-END.
       MOVE SEAT-ORDER(SEAT-IDX) TO CAND-IDX.
       IF CN-ROOM-IDX(CAND-IDX) NOT = ROOM-IDX
       GO TO PRINT-SEATING-SEAT.
       PERFORM WRITE-SEAT-LINE.
       ADD 1 TO ROOM-LINES.
       GO TO PRINT-SEATING-SEAT.
       PRINT-SEATING-ROOM-END.
       MOVE ROOM-LINES TO STT-COUNT.
       WRITE SEAT-REC FROM ST-TOTAL.
       MOVE SPACES TO SEAT-REC.
       WRITE SEAT-REC.
       GO TO PRINT-SEATING-ROOM.
       PRINT-SEATING-NOSEAT.
       IF NOSEAT-COUNT = 0
       CLOSE SEATFILE
       GO TO PRINT-SEATING-END.
       MOVE "STUDENTS WITHOUT SEATS - ROOM CAPACITY EXHAUSTED"
           TO SEAT-REC.
       WRITE SEAT-REC.
       WRITE SEAT-REC FROM ST-HEADER2.
       MOVE 0 TO SEAT-IDX.
       PRINT-SEATING-NOSEAT-LOOP.
       ADD 1 TO SEAT-IDX.
       IF SEAT-IDX > SEAT-COUNT
       CLOSE SEATFILE
       GO TO PRINT-SEATING-END.
       MOVE SEAT-ORDER(SEAT-IDX) TO CAND-IDX.
       IF CN-ROOM-IDX(CAND-IDX) NOT = 0
       GO TO PRINT-SEATING-NOSEAT-LOOP.
       PERFORM WRITE-SEAT-LINE.
       GO TO PRINT-SEATING-NOSEAT-LOOP.
       PRINT-SEATING-END.
       EXIT.

       WRITE-SEAT-LINE.
       MOVE CN-SEAT(CAND-IDX) TO SD-SEAT.
       MOVE EXAM-ID TO SD-EXAM.
       MOVE CAND-IDX TO SD-NO.
       MOVE CN-SID(CAND-IDX) TO SD-SID.
       MOVE CN-NAME(CAND-IDX) TO SD-NAME.
       MOVE CN-DEPT(CAND-IDX) TO SD-DEPT.
       MOVE CN-SECTION(CAND-IDX) TO SD-SECTION.
       MOVE CN-ROLL(CAND-IDX) TO SD-ROLL.
       WRITE SEAT-REC FROM ST-DETAIL.

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
       IF MAP-COUNT >= 500
       DISPLAY "MAP TABLE FULL - SKIPPING REMAINING MAPPINGS"
       CLOSE MAPFILE
       GO TO LOAD-SECTION-MAP-END.
       ADD 1 TO MAP-COUNT.
       MOVE SMAP-SECTION TO MP-SECTION(MAP-COUNT).
       MOVE SMAP-ROLL TO MP-ROLL(MAP-COUNT).
       MOVE SMAP-SID TO MP-SID(MAP-COUNT).
       GO TO LOAD-SECTION-MAP-READ.
       LOAD-SECTION-MAP-END.
       EXIT.

       LOAD-ATTPCT.
       MOVE ZERO TO ATTPCT-COUNT.
       OPEN INPUT ATTPCT.
       MOVE "ATTPCT" TO ERR-FILE.
       MOVE FS-ATTPCT TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-ATTPCT-READ.
       READ ATTPCT AT END
       CLOSE ATTPCT GO TO LOAD-ATTPCT-END.
       IF ATTPCT-COUNT >= 500
       DISPLAY "ATTENDANCE TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE ATTPCT
       GO TO LOAD-ATTPCT-END.
       ADD 1 TO ATTPCT-COUNT.
       MOVE AP-SECTION TO AT-SECTION(ATTPCT-COUNT).
       MOVE AP-ROLL TO AT-ROLL(ATTPCT-COUNT).
       MOVE AP-PCT TO AT-PCT(ATTPCT-COUNT).
       GO TO LOAD-ATTPCT-READ.
       LOAD-ATTPCT-END.
       EXIT.

       FIND-ATTPCT.
       MOVE 0 TO ATTPCT-FOUND.
       MOVE 0 TO ATTPCT-IDX.
       FIND-ATTPCT-LOOP.
       ADD 1 TO ATTPCT-IDX.
       IF ATTPCT-IDX > ATTPCT-COUNT
       GO TO FIND-ATTPCT-END.
       IF AT-SECTION(ATTPCT-IDX) = MP-SECTION(MAP-IDX)
       AND AT-ROLL(ATTPCT-IDX) = MP-ROLL(MAP-IDX)
       MOVE 1 TO ATTPCT-FOUND
       GO TO FIND-ATTPCT-END.
       GO TO FIND-ATTPCT-LOOP.
       FIND-ATTPCT-END.
       EXIT.

       LOAD-DEFAULTERS.
       MOVE ZERO TO DEF-COUNT.
       OPEN INPUT DEFFILE.
       MOVE "DEFFILE" TO ERR-FILE.
       MOVE FS-DEFFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-DEFAULTERS-READ.
       READ DEFFILE AT END
       CLOSE DEFFILE GO TO LOAD-DEFAULTERS-END.
       IF DEF-SID IS NOT NUMERIC
       GO TO LOAD-DEFAULTERS-READ.
       IF DEF-COUNT >= 1000
       DISPLAY "DEFAULTER TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE DEFFILE
       GO TO LOAD-DEFAULTERS-END.
       ADD 1 TO DEF-COUNT.
       MOVE DEF-SID TO DF-SID(DEF-COUNT).
       GO TO LOAD-DEFAULTERS-READ.
       LOAD-DEFAULTERS-END.
       EXIT.

       FIND-DEFAULTER.
       MOVE 0 TO DEF-FOUND.
       MOVE 0 TO DEF-IDX.
       FIND-DEFAULTER-LOOP.
       ADD 1 TO DEF-IDX.
       IF DEF-IDX > DEF-COUNT
       GO TO FIND-DEFAULTER-END.
       IF DF-SID(DEF-IDX) = StudentId
       MOVE 1 TO DEF-FOUND
       GO TO FIND-DEFAULTER-END.
       GO TO FIND-DEFAULTER-LOOP.
       FIND-DEFAULTER-END.
       EXIT.

       LOAD-ROOMS.
       MOVE ZERO TO ROOM-COUNT.
       OPEN INPUT ROOMFILE.
       MOVE "ROOMFILE" TO ERR-FILE.
       MOVE FS-ROOMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-ROOMS-READ.
       READ ROOMFILE RECORD INTO ROOM-DETAIL
       AT END CLOSE ROOMFILE GO TO LOAD-ROOMS-END.
       IF RM-CODE = SPACES
       GO TO LOAD-ROOMS-READ.
       IF RM-CAP IS NOT NUMERIC OR RM-CAP = ZERO
       DISPLAY "ROOM WITH NO VALID CAPACITY - SKIPPED:" RM-CODE
       GO TO LOAD-ROOMS-READ.
       IF ROOM-COUNT >= 50
       DISPLAY "ROOM TABLE FULL - SKIPPING REMAINING ROOMS"
       CLOSE ROOMFILE
       GO TO LOAD-ROOMS-END.
       ADD 1 TO ROOM-COUNT.
       MOVE RM-CODE TO RT-CODE(ROOM-COUNT).
       MOVE RM-CAP TO RT-CAP(ROOM-COUNT).
       MOVE ZERO TO RT-USED(ROOM-COUNT).
       GO TO LOAD-ROOMS-READ.
       LOAD-ROOMS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "HALLTICKET" TO RC-PROG.
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
       MOVE "HALLTICKET" TO RC-PROG.
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

       END PROGRAM HallTicket.
