       SELECT DISCFILE ASSIGN TO WS-DISC-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-DISCFILE.
       SELECT OPTIONAL REGFILE ASSIGN TO WS-REG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REG-KEY
       FILE STATUS IS FS-REGFILE.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT OPTIONAL PARMFILE ASSIGN TO WS-PARM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PARMFILE.
       FD REJFILE
       LABEL RECORDS ARE STANDARD.
       01 REJ-REC PIC X(40).
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
       FD MAPFILE
       LABEL RECORDS ARE STANDARD.
       01 MAP-REC.
       02 SMAP-SECTION PIC 9.
       02 FILLER PIC X.
       02 SMAP-ROLL PIC 99.
       02 FILLER PIC X.
       02 SMAP-SID PIC 9(7).
       02 FILLER PIC X(8).
       FD PARMFILE
       LABEL RECORDS ARE STANDARD.
       01 PARM-REC PIC X(60).
       77 FEED-REJ-COUNT PIC 9(6) VALUE ZERO.
       77 FEED-BAD PIC 9 VALUE ZERO.
       77 ROLL-DUP PIC 9 VALUE ZERO.
       77 WS-REG-FILE PIC X(40).
       77 WS-MAP-FILE PIC X(40).
       01 MAP-TABLE.
       02 MAP-ENTRY OCCURS 500 TIMES.
       03 MP-SECTION PIC 9.
       03 MP-ROLL PIC 99.
       03 MP-SID PIC 9(7).
       77 MAP-COUNT PIC 999 VALUE ZERO.
       77 MAP-IDX PIC 999 VALUE ZERO.
       77 REG-SEM-COUNT PIC 9(6) VALUE ZERO.
       77 REG-CHECK-ON PIC 9 VALUE ZERO.
       77 FEED-SID PIC 9(7).
       01 REJ-DETAIL.
       02 REJ-REASON PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       77 FS-FEEDFILE PIC XX VALUE "00".
       77 FS-REJFILE PIC XX VALUE "00".
       77 FS-DISCFILE PIC XX VALUE "00".
       77 FS-REGFILE PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "EX2".
       MOVE FS-REJFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       IF SUBJ-COUNT > 0
       PERFORM OPEN-REGISTRATIONS THRU OPEN-REGISTRATIONS-END.
       MOVE 0 TO ROLL-COUNT.
       MOVE 1 TO SECTION-IDX.
       BATCH-LOAD-NEXT.
       IF SECTION-IDX > SECTION-COUNT
       CLOSE REJFILE
       IF SUBJ-COUNT > 0
       CLOSE REGFILE.
       IF SECTION-IDX > SECTION-COUNT
       DISPLAY "FEED RECORDS READ:" FEED-READ-COUNT
       DISPLAY "RECORDS LOADED:" FEED-GOOD-COUNT
       DISPLAY "RECORDS REJECTED:" FEED-REJ-COUNT
       DISPLAY "REJECT REASONS: 01=BAD ROLL 02=MARK OUT OF RANGE"
       DISPLAY "                03=DUPLICATE ROLL 04=OVER SUBJ MAX"
       DISPLAY "                05=SUBJECT NOT REGISTERED"
       GO TO BATCH-LOAD-SECTIONS-END.
       MOVE SPACES TO PARM-KEY.
       STRING "FEED" DELIMITED BY SIZE
       MOVE "04" TO REJ-REASON
       PERFORM WRITE-FEED-REJECT
       GO TO BATCH-LOAD-ONE-END.
       IF REG-CHECK-ON = 1
       PERFORM BATCH-CHECK-REGISTERED THRU
           BATCH-CHECK-REGISTERED-END.
       IF FEED-BAD = 1
       MOVE "05" TO REJ-REASON
       PERFORM WRITE-FEED-REJECT
       GO TO BATCH-LOAD-ONE-END.
       MOVE MF-NAME TO WS-NAME.
       PERFORM FIND-ATTPCT THRU FIND-ATTPCT-END.
       IF ATTPCT-FOUND = 1
       BATCH-CHECK-SUBJECTS-END.
       EXIT.

       OPEN-REGISTRATIONS.
       MOVE "REG" TO PARM-KEY
       MOVE "Enter subject registration file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REG-FILE.
       IF WS-REG-FILE = SPACES
       MOVE "SUBJREG.DAT" TO WS-REG-FILE.
       MOVE "MAP" TO PARM-KEY
       MOVE "Enter section map file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       PERFORM LOAD-SECTION-MAP THRU LOAD-SECTION-MAP-END.
       IF MAP-COUNT = 0
       DISPLAY "NO SECTION MAP ON FILE - ROLLS USED AS STUDENT IDS".
       MOVE ZERO TO REG-SEM-COUNT.
       OPEN INPUT REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN-REGISTRATIONS-READ.
       READ REGFILE NEXT RECORD AT END
       GO TO OPEN-REGISTRATIONS-CHECK.
       IF REG-SEM = RUN-SEMESTER
       ADD 1 TO REG-SEM-COUNT.
       GO TO OPEN-REGISTRATIONS-READ.
       OPEN-REGISTRATIONS-CHECK.
       IF REG-SEM-COUNT = 0
       DISPLAY "NO SUBJECT REGISTRATIONS FOR " RUN-SEMESTER
           " - REGISTRATION NOT ENFORCED"
       ELSE
       MOVE 1 TO REG-CHECK-ON.
       OPEN-REGISTRATIONS-END.
       EXIT.

       BATCH-CHECK-REGISTERED.
       PERFORM RESOLVE-FEED-SID THRU RESOLVE-FEED-SID-END.
       MOVE 0 TO SUBJ-IDX.
       BATCH-CHECK-REGISTERED-LOOP.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO BATCH-CHECK-REGISTERED-END.
       IF WS-SM(SUBJ-IDX) = ZERO
       GO TO BATCH-CHECK-REGISTERED-LOOP.
       MOVE FEED-SID TO REG-SID.
       MOVE RUN-SEMESTER TO REG-SEM.
       MOVE SJ-CODE(SUBJ-IDX) TO REG-SUBJ.
       READ REGFILE
       INVALID KEY
       MOVE SPACE TO REG-STATUS.
       IF REG-STATUS NOT = "A"
       DISPLAY "MARK FOR UNREGISTERED SUBJECT " SJ-CODE(SUBJ-IDX)
           " - SECTION " SECTION-IDX " ROLL " WS-ROLL
       MOVE 1 TO FEED-BAD
       GO TO BATCH-CHECK-REGISTERED-END.
       GO TO BATCH-CHECK-REGISTERED-LOOP.
       BATCH-CHECK-REGISTERED-END.
       EXIT.

       RESOLVE-FEED-SID.
       MOVE WS-ROLL TO FEED-SID.
       MOVE 0 TO MAP-IDX.
       RESOLVE-FEED-SID-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO RESOLVE-FEED-SID-END.
       IF MP-SECTION(MAP-IDX) = SECTION-IDX
       AND MP-ROLL(MAP-IDX) = WS-ROLL
       MOVE MP-SID(MAP-IDX) TO FEED-SID
       GO TO RESOLVE-FEED-SID-END.
       GO TO RESOLVE-FEED-SID-LOOP.
       RESOLVE-FEED-SID-END.
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

       WRITE-FEED-REJECT.
       MOVE MFEED-REC TO REJ-DATA.
       WRITE REJ-REC FROM REJ-DETAIL.
