       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuardianNotice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL GUARDFILE ASSIGN TO WS-GUARD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS GD-KEY
       FILE STATUS IS FS-GUARDFILE.
       SELECT OPTIONAL NOTELOG ASSIGN TO WS-NOTE-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NL-KEY
       FILE STATUS IS FS-NOTELOG.
       SELECT OPTIONAL RESULTS ASSIGN TO WS-RESULTS-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RES-ID
       FILE STATUS IS FS-RESULTS.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT OPTIONAL ATTPCT ASSIGN TO WS-ATTPCT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ATTPCT.
       SELECT OPTIONAL DEFFILE ASSIGN TO WS-DEF-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-DEFFILE.
       SELECT EXTFILE ASSIGN TO WS-EXT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-EXTFILE.
       SELECT LETTERFILE ASSIGN TO WS-LETTER-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-LETTERFILE.
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
       FD GUARDFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS GD-REC.
       01 GD-REC.
       02 GD-KEY.
       03 GD-SID PIC 9(7).
       03 GD-SEQ PIC 9.
       02 GD-NAME PIC X(25).
       02 GD-RELATION PIC X(10).
       02 GD-PHONE PIC X(15).
       02 GD-ADDR1 PIC X(30).
       02 GD-ADDR2 PIC X(30).
       02 GD-CITY PIC X(20).
       02 GD-PIN PIC X(6).
       02 GD-MAIL PIC X(30).
       02 GD-DATE PIC 9(8).
       02 FILLER PIC X(10).
       FD NOTELOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS NL-REC.
       01 NL-REC.
       02 NL-KEY.
       03 NL-SID PIC 9(7).
       03 NL-EVENT PIC XX.
       03 NL-TERM PIC X(6).
       02 NL-DATE PIC 9(8).
       02 NL-GUARDIANS PIC 9.
       02 NL-CHANNEL PIC X.
       02 FILLER PIC X(10).
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
       FD EXTFILE
       LABEL RECORDS ARE STANDARD.
       01 EXT-REC.
       02 NX-SID PIC 9(7).
       02 NX-GSEQ PIC 9.
       02 NX-GNAME PIC X(25).
       02 NX-PHONE PIC X(15).
       02 NX-MAIL PIC X(30).
       02 NX-SNAME PIC X(10).
       02 NX-TERM PIC X(6).
       02 NX-DATE PIC 9(8).
       02 NX-EVENT-COUNT PIC 9.
       02 NX-EVENT OCCURS 4 TIMES.
       03 NX-EV-CODE PIC XX.
       03 NX-EV-VALUE PIC 999.
       02 FILLER PIC X(7).
       FD LETTERFILE
       LABEL RECORDS ARE STANDARD.
       01 LETTER-REC PIC X(80).
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
       77 WS-GUARD-FILE PIC X(40).
       77 WS-NOTE-FILE PIC X(40).
       77 WS-RESULTS-FILE PIC X(40).
       77 WS-MAP-FILE PIC X(40).
       77 WS-ATTPCT-FILE PIC X(40).
       77 WS-DEF-FILE PIC X(40).
       77 WS-EXT-FILE PIC X(40).
       77 WS-LETTER-FILE PIC X(40).
       77 NOTICE-TERM PIC X(6).
       77 THRESHOLD PIC 999.
       77 WARN-PCT PIC 999.
       77 PASS-MARK PIC 999.
       77 TODAY-DATE PIC 9(8).
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
       01 DEF-TABLE.
       02 DF-SID PIC 9(7) OCCURS 1000 TIMES.
       77 DEF-COUNT PIC 9(4) VALUE ZERO.
       77 DEF-IDX PIC 9(4) VALUE ZERO.
       01 EVENT-TABLE.
       02 EVENT-ENTRY OCCURS 1000 TIMES.
       03 EV-SID PIC 9(7).
       03 EV-FLAG PIC 9 OCCURS 4 TIMES.
       03 EV-VALUE PIC 999 OCCURS 4 TIMES.
       77 EVENT-COUNT PIC 9(4) VALUE ZERO.
       77 EVENT-IDX PIC 9(4) VALUE ZERO.
       77 EVENT-SID PIC 9(7).
       77 EVENT-TYPE PIC 9.
       77 EVENT-VALUE PIC 999.
       77 TYPE-IDX PIC 9.
       77 PENDING-COUNT PIC 9.
       01 EVENT-CODES.
       02 FILLER PIC XX VALUE "DT".
       02 FILLER PIC XX VALUE "AS".
       02 FILLER PIC XX VALUE "FD".
       02 FILLER PIC XX VALUE "RF".
       01 EVENT-CODE-TABLE REDEFINES EVENT-CODES.
       02 EV-CODE PIC XX OCCURS 4 TIMES.
       77 GUARD-COUNT PIC 9 VALUE ZERO.
       77 ELEC-COUNT PIC 9 VALUE ZERO.
       77 POST-COUNT PIC 9 VALUE ZERO.
       77 NOTE-FOUND PIC 9 VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 EXTRACT-COUNT PIC 9(6) VALUE ZERO.
       77 LETTER-COUNT PIC 9(6) VALUE ZERO.
       77 ALREADY-COUNT PIC 9(6) VALUE ZERO.
       77 NOGUARD-COUNT PIC 9(6) VALUE ZERO.
       77 NOCONTACT-COUNT PIC 9(6) VALUE ZERO.
       77 SKIP-COUNT PIC 9(6) VALUE ZERO.
       01 LT-RULE PIC X(80) VALUE ALL "-".
       01 LT-DATE-LINE.
       02 FILLER PIC X(60) VALUE SPACES.
       02 FILLER PIC X(6) VALUE "DATE: ".
       02 LT-DATE PIC 9(8).
       02 FILLER PIC X(6) VALUE SPACES.
       01 LT-ADDR-LINE.
       02 LT-ADDR PIC X(30).
       02 FILLER PIC X(50) VALUE SPACES.
       01 LT-CITY-LINE.
       02 LT-CITY PIC X(20).
       02 FILLER PIC X(3) VALUE " - ".
       02 LT-PIN PIC X(6).
       02 FILLER PIC X(51) VALUE SPACES.
       01 LT-DEAR-LINE.
       02 FILLER PIC X(5) VALUE "DEAR ".
       02 LT-DEAR PIC X(25).
       02 FILLER PIC X VALUE ",".
       02 FILLER PIC X(49) VALUE SPACES.
       01 LT-ABOUT-LINE.
       02 FILLER PIC X(40) VALUE
       "WE WRITE TO INFORM YOU, AS GUARDIAN OF ".
       02 LT-SNAME PIC X(10).
       02 FILLER PIC X(13) VALUE " (STUDENT ID ".
       02 LT-SID PIC 9(7).
       02 FILLER PIC X(2) VALUE "),".
       02 FILLER PIC X(8) VALUE SPACES.
       01 LT-TERM-LINE.
       02 FILLER PIC X(32) VALUE
       "OF THE FOLLOWING FOR THE TERM ".
       02 LT-TERM PIC X(6).
       02 FILLER PIC X(42) VALUE ":".
       01 LT-EVENT-LINE.
       02 FILLER PIC X(4) VALUE "  - ".
       02 LT-EVENT-TEXT PIC X(40).
       02 LT-EVENT-VALUE PIC ZZ9.
       02 LT-EVENT-SUFFIX PIC X(2).
       02 FILLER PIC X(31) VALUE SPACES.
       01 LT-CLOSE1 PIC X(80) VALUE
       "PLEASE CONTACT THE OFFICE AT THE EARLIEST.".
       01 LT-CLOSE2 PIC X(80) VALUE
       "REGISTRAR".
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
       77 FS-GUARDFILE PIC XX VALUE "00".
       77 FS-NOTELOG PIC XX VALUE "00".
       77 FS-RESULTS PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-ATTPCT PIC XX VALUE "00".
       77 FS-DEFFILE PIC XX VALUE "00".
       77 FS-EXTFILE PIC XX VALUE "00".
       77 FS-LETTERFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "GUARDNOTICE".
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
       MOVE "GUARDIAN" TO PARM-KEY
       MOVE "Enter guardian file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-GUARD-FILE.
       IF WS-GUARD-FILE = SPACES
       MOVE "GUARDIAN.DAT" TO WS-GUARD-FILE.
       MOVE "NOTELOG" TO PARM-KEY
       MOVE "Enter notification log file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-NOTE-FILE.
       IF WS-NOTE-FILE = SPACES
       MOVE "NOTELOG.DAT" TO WS-NOTE-FILE.
       MOVE "MAP" TO PARM-KEY
       MOVE "Enter section map file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       MOVE "ATTPCT" TO PARM-KEY
       MOVE "Enter attendance percentage file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ATTPCT-FILE.
       IF WS-ATTPCT-FILE = SPACES
       MOVE "ATTPCT.DAT" TO WS-ATTPCT-FILE.
       MOVE "DEF" TO PARM-KEY
       MOVE "Enter fee defaulter list file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DEF-FILE.
       IF WS-DEF-FILE = SPACES
       MOVE "DEFAULT.DAT" TO WS-DEF-FILE.
       MOVE "RESULTS" TO PARM-KEY
       MOVE "Enter results file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RESULTS-FILE.
       IF WS-RESULTS-FILE = SPACES
       MOVE "RESULTS.DAT" TO WS-RESULTS-FILE.
       MOVE "EXTRACT" TO PARM-KEY
       MOVE "Enter notification extract file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EXT-FILE.
       IF WS-EXT-FILE = SPACES
       MOVE "GDNEXT.DAT" TO WS-EXT-FILE.
       MOVE "LETTERS" TO PARM-KEY
       MOVE "Enter guardian letter file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LETTER-FILE.
       IF WS-LETTER-FILE = SPACES
       MOVE "GDNLTR.LST" TO WS-LETTER-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       VALIDATE-TERM.
       MOVE "TERM" TO PARM-KEY
       MOVE "Enter term the notices are for (e.g. 2026S1):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO NOTICE-TERM.
       IF NOTICE-TERM = SPACES
       DISPLAY "TERM IS REQUIRED - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-TERM.
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
       VALIDATE-WARN.
       MOVE "WARN-PCT" TO PARM-KEY
       MOVE "Enter attendance shortage warning level (0-100, blank 85):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE 85 TO WARN-PCT.
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO WARN-PCT.
       IF WARN-PCT > 100
       DISPLAY "INVALID WARNING LEVEL - MUST BE 0-100, RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-WARN.
       VALIDATE-PASS-MARK.
       MOVE "PASS-MARK" TO PARM-KEY
       MOVE "Enter pass mark on overall (0-100, blank 40):"
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
       IF WARN-PCT < THRESHOLD
       DISPLAY "WARNING LEVEL BELOW DETENTION THRESHOLD - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-WARN.
       PERFORM LOAD-SECTION-MAP THRU LOAD-SECTION-MAP-END.
       PERFORM LOAD-ATTPCT THRU LOAD-ATTPCT-END.
       IF MAP-COUNT = 0 OR ATTPCT-COUNT = 0
       DISPLAY "NO SECTION MAP OR ATTENDANCE - ATTENDANCE NOT CHECKED".
       PERFORM LOAD-DEFAULTERS THRU LOAD-DEFAULTERS-END.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM WRITE-RUN-START.
       PERFORM GATHER-ATTENDANCE THRU GATHER-ATTENDANCE-END.
       PERFORM GATHER-DEFAULTERS THRU GATHER-DEFAULTERS-END.
       PERFORM GATHER-RESULTS THRU GATHER-RESULTS-END.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT GUARDFILE.
       MOVE "GUARDFILE" TO ERR-FILE.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN I-O NOTELOG.
       MOVE "NOTELOG" TO ERR-FILE.
       MOVE FS-NOTELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT EXTFILE.
       MOVE "EXTFILE" TO ERR-FILE.
       MOVE FS-EXTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT LETTERFILE.
       MOVE "LETTERFILE" TO ERR-FILE.
       MOVE FS-LETTERFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM SEND-NOTICES THRU SEND-NOTICES-END.
       CLOSE StudentFile.
       CLOSE GUARDFILE.
       CLOSE NOTELOG.
       CLOSE EXTFILE.
       CLOSE LETTERFILE.
       DISPLAY "STUDENTS WITH EVENTS:" EVENT-COUNT.
       DISPLAY "EVENTS ALREADY NOTIFIED:" ALREADY-COUNT.
       DISPLAY "EXTRACT RECORDS FOR VENDOR:" EXTRACT-COUNT.
       DISPLAY "LETTERS PRINTED:" LETTER-COUNT.
       DISPLAY "STUDENTS WITH NO GUARDIAN ON FILE:" NOGUARD-COUNT.
       DISPLAY "GUARDIANS WITH NO USABLE CONTACT:" NOCONTACT-COUNT.
       DISPLAY "STUDENTS NOT ON ROLL OR NOT ON MASTER:" SKIP-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       GATHER-ATTENDANCE.
       MOVE 0 TO ATTPCT-IDX.
       GATHER-ATTENDANCE-LOOP.
       ADD 1 TO ATTPCT-IDX.
       IF ATTPCT-IDX > ATTPCT-COUNT
       GO TO GATHER-ATTENDANCE-END.
       IF AT-PCT(ATTPCT-IDX) NOT < WARN-PCT
       GO TO GATHER-ATTENDANCE-LOOP.
       MOVE 0 TO MAP-IDX.
       GATHER-ATTENDANCE-MAP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       DISPLAY "ATTENDANCE ROW NOT ON SECTION MAP:"
           AT-SECTION(ATTPCT-IDX) " " AT-ROLL(ATTPCT-IDX)
       GO TO GATHER-ATTENDANCE-LOOP.
       IF MP-SECTION(MAP-IDX) NOT = AT-SECTION(ATTPCT-IDX)
       OR MP-ROLL(MAP-IDX) NOT = AT-ROLL(ATTPCT-IDX)
       GO TO GATHER-ATTENDANCE-MAP.
       MOVE MP-SID(MAP-IDX) TO EVENT-SID.
       MOVE AT-PCT(ATTPCT-IDX) TO EVENT-VALUE.
       IF AT-PCT(ATTPCT-IDX) < THRESHOLD
       MOVE 1 TO EVENT-TYPE
       ELSE
       MOVE 2 TO EVENT-TYPE.
       PERFORM ADD-EVENT THRU ADD-EVENT-END.
       GO TO GATHER-ATTENDANCE-LOOP.
       GATHER-ATTENDANCE-END.
       EXIT.

       GATHER-DEFAULTERS.
       MOVE 0 TO DEF-IDX.
       GATHER-DEFAULTERS-LOOP.
       ADD 1 TO DEF-IDX.
       IF DEF-IDX > DEF-COUNT
       GO TO GATHER-DEFAULTERS-END.
       MOVE DF-SID(DEF-IDX) TO EVENT-SID.
       MOVE 3 TO EVENT-TYPE.
       MOVE ZERO TO EVENT-VALUE.
       PERFORM ADD-EVENT THRU ADD-EVENT-END.
       GO TO GATHER-DEFAULTERS-LOOP.
       GATHER-DEFAULTERS-END.
       EXIT.

       GATHER-RESULTS.
       OPEN INPUT RESULTS.
       MOVE "RESULTS" TO ERR-FILE.
       MOVE FS-RESULTS TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       GATHER-RESULTS-READ.
       READ RESULTS NEXT RECORD AT END
       CLOSE RESULTS GO TO GATHER-RESULTS-END.
       ADD 1 TO READ-COUNT.
       IF RES-GRADE NOT = "F" AND RES-OVERALL NOT < PASS-MARK
       GO TO GATHER-RESULTS-READ.
       MOVE RES-ID TO EVENT-SID.
       MOVE 4 TO EVENT-TYPE.
       MOVE RES-OVERALL TO EVENT-VALUE.
       PERFORM ADD-EVENT THRU ADD-EVENT-END.
       GO TO GATHER-RESULTS-READ.
       GATHER-RESULTS-END.
       EXIT.

       ADD-EVENT.
       MOVE 0 TO EVENT-IDX.
       ADD-EVENT-FIND.
       ADD 1 TO EVENT-IDX.
       IF EVENT-IDX > EVENT-COUNT
       GO TO ADD-EVENT-NEW.
       IF EV-SID(EVENT-IDX) = EVENT-SID
       GO TO ADD-EVENT-SET.
       GO TO ADD-EVENT-FIND.
       ADD-EVENT-NEW.
       IF EVENT-COUNT >= 1000
       DISPLAY "EVENT TABLE FULL - STUDENT NOT NOTIFIED:" EVENT-SID
       GO TO ADD-EVENT-END.
       ADD 1 TO EVENT-COUNT.
       MOVE EVENT-COUNT TO EVENT-IDX.
       MOVE EVENT-SID TO EV-SID(EVENT-IDX).
       MOVE 0 TO EV-FLAG(EVENT-IDX, 1) EV-FLAG(EVENT-IDX, 2)
           EV-FLAG(EVENT-IDX, 3) EV-FLAG(EVENT-IDX, 4).
       MOVE 0 TO EV-VALUE(EVENT-IDX, 1) EV-VALUE(EVENT-IDX, 2)
           EV-VALUE(EVENT-IDX, 3) EV-VALUE(EVENT-IDX, 4).
       ADD-EVENT-SET.
       MOVE 1 TO EV-FLAG(EVENT-IDX, EVENT-TYPE).
       MOVE EVENT-VALUE TO EV-VALUE(EVENT-IDX, EVENT-TYPE).
       ADD-EVENT-END.
       EXIT.

       SEND-NOTICES.
       MOVE 0 TO EVENT-IDX.
       SEND-NOTICES-LOOP.
       ADD 1 TO EVENT-IDX.
       IF EVENT-IDX > EVENT-COUNT
       GO TO SEND-NOTICES-END.
       MOVE EV-SID(EVENT-IDX) TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       DISPLAY "STUDENT WITH EVENTS NOT ON MASTER:" EV-SID(EVENT-IDX)
       ADD 1 TO SKIP-COUNT
       GO TO SEND-NOTICES-LOOP.
       IF StudStatus = "G" OR StudStatus = "R"
       ADD 1 TO SKIP-COUNT
       GO TO SEND-NOTICES-LOOP.
       MOVE 0 TO PENDING-COUNT.
       MOVE 0 TO TYPE-IDX.
       SEND-NOTICES-CHECK.
       ADD 1 TO TYPE-IDX.
       IF TYPE-IDX > 4
       GO TO SEND-NOTICES-PENDING.
       IF EV-FLAG(EVENT-IDX, TYPE-IDX) = 0
       GO TO SEND-NOTICES-CHECK.
       MOVE EV-SID(EVENT-IDX) TO NL-SID.
       MOVE EV-CODE(TYPE-IDX) TO NL-EVENT.
       MOVE NOTICE-TERM TO NL-TERM.
       READ NOTELOG
       INVALID KEY
       MOVE 0 TO NOTE-FOUND
       NOT INVALID KEY
       MOVE 1 TO NOTE-FOUND.
       IF NOTE-FOUND = 1
       MOVE 0 TO EV-FLAG(EVENT-IDX, TYPE-IDX)
       ADD 1 TO ALREADY-COUNT
       ELSE
       ADD 1 TO PENDING-COUNT.
       GO TO SEND-NOTICES-CHECK.
       SEND-NOTICES-PENDING.
       IF PENDING-COUNT = 0
       GO TO SEND-NOTICES-LOOP.
       MOVE 0 TO GUARD-COUNT.
       MOVE 0 TO ELEC-COUNT.
       MOVE 0 TO POST-COUNT.
       MOVE EV-SID(EVENT-IDX) TO GD-SID.
       MOVE ZERO TO GD-SEQ.
       START GUARDFILE KEY IS NOT LESS THAN GD-KEY
       INVALID KEY
       GO TO SEND-NOTICES-LOGGED.
       SEND-NOTICES-GUARDIAN.
       READ GUARDFILE NEXT RECORD AT END
       GO TO SEND-NOTICES-LOGGED.
       IF GD-SID NOT = EV-SID(EVENT-IDX)
       GO TO SEND-NOTICES-LOGGED.
       ADD 1 TO GUARD-COUNT.
       IF GD-PHONE NOT = SPACES OR GD-MAIL NOT = SPACES
       PERFORM WRITE-EXTRACT THRU WRITE-EXTRACT-END
       ADD 1 TO ELEC-COUNT
       ELSE IF GD-ADDR1 NOT = SPACES
       PERFORM WRITE-LETTER THRU WRITE-LETTER-END
       ADD 1 TO POST-COUNT
       ELSE
       DISPLAY "GUARDIAN HAS NO USABLE CONTACT:" GD-SID " " GD-SEQ
       ADD 1 TO NOCONTACT-COUNT.
       GO TO SEND-NOTICES-GUARDIAN.
       SEND-NOTICES-LOGGED.
       IF GUARD-COUNT = 0
       DISPLAY "NO GUARDIAN ON FILE - NOT NOTIFIED:" EV-SID(EVENT-IDX)
       ADD 1 TO NOGUARD-COUNT
       GO TO SEND-NOTICES-LOOP.
       IF ELEC-COUNT = 0 AND POST-COUNT = 0
       GO TO SEND-NOTICES-LOOP.
       PERFORM LOG-NOTICES THRU LOG-NOTICES-END.
       GO TO SEND-NOTICES-LOOP.
       SEND-NOTICES-END.
       EXIT.

       LOG-NOTICES.
       MOVE 0 TO TYPE-IDX.
       LOG-NOTICES-LOOP.
       ADD 1 TO TYPE-IDX.
       IF TYPE-IDX > 4
       GO TO LOG-NOTICES-END.
       IF EV-FLAG(EVENT-IDX, TYPE-IDX) = 0
       GO TO LOG-NOTICES-LOOP.
       MOVE SPACES TO NL-REC.
       MOVE EV-SID(EVENT-IDX) TO NL-SID.
       MOVE EV-CODE(TYPE-IDX) TO NL-EVENT.
       MOVE NOTICE-TERM TO NL-TERM.
       MOVE TODAY-DATE TO NL-DATE.
       COMPUTE NL-GUARDIANS = ELEC-COUNT + POST-COUNT.
       IF ELEC-COUNT > 0 AND POST-COUNT > 0
       MOVE "B" TO NL-CHANNEL
       ELSE IF ELEC-COUNT > 0
       MOVE "E" TO NL-CHANNEL
       ELSE
       MOVE "L" TO NL-CHANNEL.
       WRITE NL-REC.
       MOVE "NOTELOG" TO ERR-FILE.
       MOVE FS-NOTELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       GO TO LOG-NOTICES-LOOP.
       LOG-NOTICES-END.
       EXIT.

       WRITE-EXTRACT.
       MOVE SPACES TO EXT-REC.
       MOVE GD-SID TO NX-SID.
       MOVE GD-SEQ TO NX-GSEQ.
       MOVE GD-NAME TO NX-GNAME.
       MOVE GD-PHONE TO NX-PHONE.
       MOVE GD-MAIL TO NX-MAIL.
       MOVE StudentName TO NX-SNAME.
       MOVE NOTICE-TERM TO NX-TERM.
       MOVE TODAY-DATE TO NX-DATE.
       MOVE 0 TO NX-EVENT-COUNT.
       MOVE 0 TO TYPE-IDX.
       WRITE-EXTRACT-LOOP.
       ADD 1 TO TYPE-IDX.
       IF TYPE-IDX > 4
       GO TO WRITE-EXTRACT-PUT.
       IF EV-FLAG(EVENT-IDX, TYPE-IDX) = 0
       GO TO WRITE-EXTRACT-LOOP.
       ADD 1 TO NX-EVENT-COUNT.
       MOVE EV-CODE(TYPE-IDX) TO NX-EV-CODE(NX-EVENT-COUNT).
       MOVE EV-VALUE(EVENT-IDX, TYPE-IDX)
           TO NX-EV-VALUE(NX-EVENT-COUNT).
       GO TO WRITE-EXTRACT-LOOP.
       WRITE-EXTRACT-PUT.
       WRITE EXT-REC.
       ADD 1 TO EXTRACT-COUNT.
       WRITE-EXTRACT-END.
       EXIT.

       WRITE-LETTER.
       MOVE TODAY-DATE TO LT-DATE.
       WRITE LETTER-REC FROM LT-DATE-LINE.
       MOVE GD-NAME TO LETTER-REC.
       WRITE LETTER-REC.
       MOVE GD-ADDR1 TO LT-ADDR.
       WRITE LETTER-REC FROM LT-ADDR-LINE.
       IF GD-ADDR2 NOT = SPACES
       MOVE GD-ADDR2 TO LT-ADDR
       WRITE LETTER-REC FROM LT-ADDR-LINE.
       MOVE GD-CITY TO LT-CITY.
       MOVE GD-PIN TO LT-PIN.
       WRITE LETTER-REC FROM LT-CITY-LINE.
       MOVE SPACES TO LETTER-REC.
       WRITE LETTER-REC.
       MOVE GD-NAME TO LT-DEAR.
       WRITE LETTER-REC FROM LT-DEAR-LINE.
       MOVE SPACES TO LETTER-REC.
       WRITE LETTER-REC.
       MOVE StudentName TO LT-SNAME.
       MOVE GD-SID TO LT-SID.
       WRITE LETTER-REC FROM LT-ABOUT-LINE.
       MOVE NOTICE-TERM TO LT-TERM.
       WRITE LETTER-REC FROM LT-TERM-LINE.
       MOVE 0 TO TYPE-IDX.
       WRITE-LETTER-LOOP.
       ADD 1 TO TYPE-IDX.
       IF TYPE-IDX > 4
       GO TO WRITE-LETTER-CLOSE.
       IF EV-FLAG(EVENT-IDX, TYPE-IDX) = 0
       GO TO WRITE-LETTER-LOOP.
       MOVE SPACES TO LT-EVENT-SUFFIX.
       IF TYPE-IDX = 1
       MOVE "DETAINED FOR ATTENDANCE SHORTAGE - AT " TO LT-EVENT-TEXT
       MOVE "%" TO LT-EVENT-SUFFIX
       ELSE IF TYPE-IDX = 2
       MOVE "ATTENDANCE BELOW REQUIRED LEVEL - AT " TO LT-EVENT-TEXT
       MOVE "%" TO LT-EVENT-SUFFIX
       ELSE IF TYPE-IDX = 3
       MOVE "FEES OUTSTANDING" TO LT-EVENT-TEXT
       ELSE
       MOVE "NOT PASSED IN RESULTS - OVERALL MARK " TO LT-EVENT-TEXT.
       MOVE EV-VALUE(EVENT-IDX, TYPE-IDX) TO LT-EVENT-VALUE.
       IF TYPE-IDX = 3
       WRITE LETTER-REC FROM LT-EVENT-LINE(1:44)
       ELSE
       WRITE LETTER-REC FROM LT-EVENT-LINE.
       GO TO WRITE-LETTER-LOOP.
       WRITE-LETTER-CLOSE.
       MOVE SPACES TO LETTER-REC.
       WRITE LETTER-REC.
       WRITE LETTER-REC FROM LT-CLOSE1.
       MOVE SPACES TO LETTER-REC.
       WRITE LETTER-REC.
       WRITE LETTER-REC FROM LT-CLOSE2.
       WRITE LETTER-REC FROM LT-RULE.
       ADD 1 TO LETTER-COUNT.
       WRITE-LETTER-END.
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

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "GUARDNOTICE" TO RC-PROG.
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
       MOVE "GUARDNOTICE" TO RC-PROG.
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

       END PROGRAM GuardianNotice.
