>>SOURCE FORMAT FREE
*> ============================================================
*> END-OF-DAY JOB STREAM CONTROLLER
*> ============================================================
*> Runs the nightly chain of batch programs in the order a
*> job-stream definition file gives, and enforces the
*> condition codes each program documents: every step names
*> the program, its parm, and the highest return code the
*> stream will accept from it. A step that ends above its
*> limit stops the stream there -- so the server is never run
*> on a RATEMST that RATE-MAINT refused to load.
*>
*> The standard end-of-day definition:
*>
*>   *STEP    PROGRAM          MX PARM
*>   RATEMNT  rate-maint       04
*>   FEEDING  feed-ingest      04
*>   RATETRND rate-trend       04
*>   MCPBATCH mcp-server       04
*>   BATRECON batch-recon      00
*>   RESUBBLD resub-build      04
*>   GLJRNL   gl-journal       04
*>
*> A partitioned night replaces the MCPBATCH step with a
*> stream that ends after
*>
*>   BATSPLIT batch-split      00 PARTS=04
*>
*> then one MCP-SERVER instance per partition, all run at the
*> same time with INPUTREQ, RESPOUT, RPTOUT, RESTARTF and
*> AUDITLOG pointed at that partition's files and REQREG
*> shared (see BATCH-SPLIT), and a second stream
*> that picks up with
*>
*>   BATMERGE batch-merge      04
*>   BATRECON batch-recon      00
*>   RESUBBLD resub-build      04
*>   GLJRNL   gl-journal       04
*>
*> Input : JOBDEF -- the job-stream definition, one step per
*>         record: step name (cols 1-8, unique in the stream),
*>         program (cols 10-25, the load module as installed
*>         on the PATH), highest acceptable return code (cols
*>         27-28, two digits), and the parm passed to the
*>         program on its command line (cols 30-109). A record
*>         with * in column 1 is a comment; blank records are
*>         ignored.
*>         JOBRSTRT -- restart point left by a stopped stream:
*>         the step that failed, when, and with what code.
*> Output: JOBLOG -- run log, extended on every run: a stream
*>         start line, one line per step with its start and end
*>         time and return code, and a stream end line.
*>         JOBRSTRT -- written when the stream stops, emptied
*>         when it completes.
*> Parm  : optional RESTART=step (start at the named step) or
*>         FRESH (ignore any restart point and run from the
*>         first step). Without either, a stream that stopped
*>         last time is resumed at the step that failed; the
*>         steps before it are logged as bypassed, not rerun.
*>         The MCP-SERVER step carries its own RESTARTF
*>         checkpoint, so resuming it picks up mid-file.
*>
*> Condition codes:
*>   0 - every step ran and ended with return code 0
*>   4 - every step ran, at least one ended with a non-zero
*>       return code within its limit
*>   8 - a step ended above its limit (or could not be run,
*>       or abended) and the stream was stopped; or the
*>       definition is missing or invalid, or the restart step
*>       is not in it, and nothing was run
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-STREAM.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DEFINITION-FILE
        ASSIGN TO "JOBDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOBDEF-STATUS.

    *> Run log kept across runs -- every stream appends.
    SELECT OPTIONAL RUN-LOG-FILE
        ASSIGN TO "JOBLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOBLOG-STATUS.

    *> Restart point of a stream that stopped on a step.
    SELECT OPTIONAL RESTART-FILE
        ASSIGN TO "JOBRSTRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTART-STATUS.

DATA DIVISION.

FILE SECTION.

FD  DEFINITION-FILE.
01  DEFINITION-RECORD.
    05 JD-STEP-NAME               PIC X(8).
    05 FILLER                     PIC X(1).
    05 JD-PROGRAM                 PIC X(16).
    05 FILLER                     PIC X(1).
    05 JD-MAX-RC                  PIC X(2).
    05 FILLER                     PIC X(1).
    05 JD-PARM                    PIC X(80).

FD  RUN-LOG-FILE.
01  RUN-LOG-RECORD               PIC X(132).

FD  RESTART-FILE.
01  RESTART-RECORD.
    05 JR-STEP-NAME               PIC X(8).
    05 FILLER                     PIC X(1).
    05 JR-STEP-NUM                PIC 9(3).
    05 FILLER                     PIC X(1).
    05 JR-FAILED-STAMP            PIC X(14).
    05 FILLER                     PIC X(1).
    05 JR-FAILED-RC               PIC X(5).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-JOBDEF-STATUS          PIC X(2)    VALUE SPACES.
01 WS-JOBLOG-STATUS          PIC X(2)    VALUE SPACES.
01 WS-RESTART-STATUS         PIC X(2)    VALUE SPACES.

*> ============================================================
*> RUN CONTROL
*> ============================================================
01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-PARM-TEXT              PIC X(64)   VALUE SPACES.
01 WS-PARM-TOKEN-1           PIC X(24)   VALUE SPACES.
01 WS-PARM-TOKEN-2           PIC X(24)   VALUE SPACES.
01 WS-RESTART-PARM-STEP      PIC X(8)    VALUE SPACES.
01 WS-FRESH-FLAG             PIC 9       VALUE 0.
   88 FRESH-START-REQUESTED              VALUE 1.
   88 FRESH-START-NOT-REQUESTED          VALUE 0.
01 WS-DEFINITION-FLAG        PIC 9       VALUE 1.
   88 DEFINITION-IS-VALID                VALUE 1.
   88 DEFINITION-IS-INVALID              VALUE 0.
01 WS-STREAM-FLAG            PIC 9       VALUE 0.
   88 STREAM-IS-RUNNING                  VALUE 0.
   88 STREAM-IS-STOPPED                  VALUE 1.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.
01 WS-DEF-LINE-NUM           PIC 9(4)    VALUE 0.
01 WS-DEF-LINE-EDITED        PIC ZZZ9    VALUE ZERO.

*> ============================================================
*> STEP TABLE
*> Loaded from JOBDEF before anything is run, so a bad record
*> anywhere in the definition stops the stream before its
*> first step rather than halfway through.
*> ============================================================
01 WS-STEP-IDX               PIC 9(3)    VALUE 0.
01 WS-STEP-MAX               PIC 9(3)    VALUE 0.
01 WS-STEP-SCAN-IDX          PIC 9(3)    VALUE 0.
01 WS-START-STEP             PIC 9(3)    VALUE 1.
01 WS-STEP-TAB.
   05 WS-STEP-ENTRY OCCURS 50 TIMES.
      10 WS-STEP-NAME         PIC X(8)   VALUE SPACES.
      10 WS-STEP-PROGRAM      PIC X(16)  VALUE SPACES.
      10 WS-STEP-MAX-RC       PIC 9(2)   VALUE 0.
      10 WS-STEP-PARM         PIC X(80)  VALUE SPACES.

*> ============================================================
*> RESTART POINT
*> ============================================================
01 WS-RESTART-FOUND-FLAG     PIC 9       VALUE 0.
   88 RESTART-POINT-FOUND                VALUE 1.
   88 NO-RESTART-POINT                   VALUE 0.
01 WS-RESTART-STEP-NAME      PIC X(8)    VALUE SPACES.
01 WS-RESTART-STAMP          PIC X(14)   VALUE SPACES.
01 WS-RESTART-RC             PIC X(5)    VALUE SPACES.
01 WS-START-REASON           PIC X(48)   VALUE SPACES.

*> ============================================================
*> STEP EXECUTION
*> CALL "SYSTEM" hands back the shell's wait status: the
*> program's return code times 256, plus the signal number if
*> it was killed. -1 means the command could not be started.
*> ============================================================
01 WS-COMMAND-TEXT           PIC X(200)  VALUE SPACES.
01 WS-CMD-STATUS             PIC S9(9)   BINARY VALUE 0.
01 WS-CMD-SIGNAL             PIC S9(9)   BINARY VALUE 0.
01 WS-STEP-RC                PIC S9(9)   BINARY VALUE 0.
01 WS-STEP-ABEND-FLAG        PIC 9       VALUE 0.
   88 STEP-ABENDED                       VALUE 1.
   88 STEP-ENDED-NORMALLY                VALUE 0.
01 WS-STEP-RC-TEXT           PIC X(5)    VALUE SPACES.
01 WS-STEP-RC-EDITED         PIC ZZZZ9   VALUE ZERO.
01 WS-STEP-MAX-EDITED        PIC Z9      VALUE ZERO.
01 WS-STEP-NUM-EDITED        PIC 999     VALUE ZERO.
01 WS-STEP-RESULT            PIC X(40)   VALUE SPACES.
01 WS-STEPS-RUN-COUNT        PIC 9(3)    VALUE 0.
01 WS-STEPS-BYPASSED-COUNT   PIC 9(3)    VALUE 0.
01 WS-COUNT-EDITED           PIC ZZ9     VALUE ZERO.

*> ============================================================
*> TIMESTAMPS
*> ============================================================
01 WS-CURRENT-DATE           PIC X(21)   VALUE SPACES.
01 WS-START-STAMP            PIC X(14)   VALUE SPACES.
01 WS-END-STAMP              PIC X(14)   VALUE SPACES.
01 WS-STAMP-IN               PIC X(14)   VALUE SPACES.
01 WS-STAMP-TEXT             PIC X(19)   VALUE SPACES.
01 WS-START-STAMP-TEXT       PIC X(19)   VALUE SPACES.

*> ============================================================
*> REPORT LINE BUILDING
*> ============================================================
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-STEP-TABLE
    IF DEFINITION-IS-INVALID
        DISPLAY "JOB-STREAM: job-stream definition JOBDEF is "
            "not valid -- no step was run"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SET-START-STEP
    PERFORM OPEN-RUN-LOG
    PERFORM WRITE-STREAM-START-LINE
    PERFORM LOG-BYPASSED-STEP
        VARYING WS-STEP-IDX FROM 1 BY 1
        UNTIL WS-STEP-IDX >= WS-START-STEP
    PERFORM RUN-ONE-STEP
        VARYING WS-STEP-IDX FROM WS-START-STEP BY 1
        UNTIL WS-STEP-IDX > WS-STEP-MAX
           OR STREAM-IS-STOPPED
    PERFORM SAVE-RESTART-POINT
    PERFORM WRITE-STREAM-END-LINE
    CLOSE RUN-LOG-FILE
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> INITIALIZE-RUN
*> Pick up the RESTART=step / FRESH parm.
*> ============================================================
INITIALIZE-RUN.
    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    MOVE SPACES TO WS-PARM-TOKEN-1
    MOVE SPACES TO WS-PARM-TOKEN-2
    UNSTRING FUNCTION UPPER-CASE(WS-PARM-TEXT)
        DELIMITED BY ALL " "
        INTO WS-PARM-TOKEN-1
             WS-PARM-TOKEN-2
    END-UNSTRING
    PERFORM APPLY-ONE-RUN-PARM
    MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN-1
    PERFORM APPLY-ONE-RUN-PARM
    IF WS-RESTART-PARM-STEP NOT = SPACES
       AND FRESH-START-REQUESTED
        DISPLAY "JOB-STREAM: RESTART= and FRESH both given -- "
            "RESTART= is used"
            UPON SYSERR
        SET FRESH-START-NOT-REQUESTED TO TRUE
    END-IF
    .

*> ============================================================
*> APPLY-ONE-RUN-PARM
*> ============================================================
APPLY-ONE-RUN-PARM.
    EVALUATE TRUE
        WHEN WS-PARM-TOKEN-1 = SPACES
            CONTINUE
        WHEN WS-PARM-TOKEN-1(1:8) = "RESTART="
         AND WS-PARM-TOKEN-1(9:8) NOT = SPACES
            MOVE WS-PARM-TOKEN-1(9:8) TO WS-RESTART-PARM-STEP
        WHEN WS-PARM-TOKEN-1 = "FRESH"
            SET FRESH-START-REQUESTED TO TRUE
        WHEN OTHER
            DISPLAY "JOB-STREAM: parameter not understood "
                "and ignored: "
                FUNCTION TRIM(WS-PARM-TOKEN-1)
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> LOAD-STEP-TABLE
*> Read the whole definition into WS-STEP-TAB. A missing or
*> empty definition, or any bad step record, marks the
*> definition invalid; every bad record is reported, not just
*> the first.
*> ============================================================
LOAD-STEP-TABLE.
    MOVE 0 TO WS-STEP-MAX
    OPEN INPUT DEFINITION-FILE
    IF WS-JOBDEF-STATUS = "05"
        CLOSE DEFINITION-FILE
    END-IF
    IF WS-JOBDEF-STATUS NOT = "00"
        DISPLAY "JOB-STREAM: job-stream definition JOBDEF is "
            "not available"
            UPON SYSERR
        SET DEFINITION-IS-INVALID TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-REACHED
        READ DEFINITION-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-DEF-LINE-NUM
                IF DEFINITION-RECORD NOT = SPACES
                   AND JD-STEP-NAME(1:1) NOT = "*"
                    PERFORM LOAD-ONE-STEP-RECORD
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE DEFINITION-FILE
    IF WS-STEP-MAX = 0
        DISPLAY "JOB-STREAM: JOBDEF names no steps"
            UPON SYSERR
        SET DEFINITION-IS-INVALID TO TRUE
    END-IF
    .

*> ============================================================
*> LOAD-ONE-STEP-RECORD
*> Validate and table one step: a step name, a program, a
*> two-digit return code limit, and a step name not already
*> used in the stream (restart is by step name).
*> ============================================================
LOAD-ONE-STEP-RECORD.
    MOVE WS-DEF-LINE-NUM TO WS-DEF-LINE-EDITED
    IF JD-STEP-NAME = SPACES OR JD-PROGRAM = SPACES
        DISPLAY "JOB-STREAM: JOBDEF record "
            FUNCTION TRIM(WS-DEF-LINE-EDITED)
            " -- step name or program is blank"
            UPON SYSERR
        SET DEFINITION-IS-INVALID TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF JD-MAX-RC IS NOT NUMERIC
        DISPLAY "JOB-STREAM: JOBDEF record "
            FUNCTION TRIM(WS-DEF-LINE-EDITED)
            " -- step " FUNCTION TRIM(JD-STEP-NAME)
            " return code limit must be two digits"
            UPON SYSERR
        SET DEFINITION-IS-INVALID TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-STEP-SCAN-IDX FROM 1 BY 1
        UNTIL WS-STEP-SCAN-IDX > WS-STEP-MAX
        IF WS-STEP-NAME(WS-STEP-SCAN-IDX)
            = FUNCTION UPPER-CASE(JD-STEP-NAME)
            DISPLAY "JOB-STREAM: JOBDEF record "
                FUNCTION TRIM(WS-DEF-LINE-EDITED)
                " -- step name " FUNCTION TRIM(JD-STEP-NAME)
                " is already used"
                UPON SYSERR
            SET DEFINITION-IS-INVALID TO TRUE
        END-IF
    END-PERFORM
    IF DEFINITION-IS-INVALID
        EXIT PARAGRAPH
    END-IF
    IF WS-STEP-MAX >= 50
        DISPLAY "JOB-STREAM: JOBDEF has more than 50 steps"
            UPON SYSERR
        SET DEFINITION-IS-INVALID TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-STEP-MAX
    MOVE FUNCTION UPPER-CASE(JD-STEP-NAME)
        TO WS-STEP-NAME(WS-STEP-MAX)
    MOVE JD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-MAX)
    MOVE JD-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-MAX)
    MOVE JD-PARM TO WS-STEP-PARM(WS-STEP-MAX)
    .

*> ============================================================
*> SET-START-STEP
*> RESTART=step starts at the named step; FRESH starts at the
*> top; otherwise a restart point left by a stopped stream is
*> honoured. A restart step the definition no longer has
*> stops the run -- guessing where to pick up is how a step
*> gets run twice or not at all.
*> ============================================================
SET-START-STEP.
    MOVE 1 TO WS-START-STEP
    MOVE "FIRST STEP" TO WS-START-REASON
    PERFORM LOAD-RESTART-POINT
    IF WS-RESTART-PARM-STEP NOT = SPACES
        MOVE WS-RESTART-PARM-STEP TO WS-RESTART-STEP-NAME
        MOVE "RESTART= PARM" TO WS-START-REASON
    ELSE
        IF FRESH-START-REQUESTED OR NO-RESTART-POINT
            EXIT PARAGRAPH
        END-IF
        MOVE "RESTART AFTER STOP AT " TO WS-START-REASON
        MOVE WS-RESTART-STAMP TO WS-STAMP-IN
        PERFORM FORMAT-STAMP
        MOVE WS-STAMP-TEXT TO WS-START-REASON(23:)
    END-IF
    MOVE 0 TO WS-START-STEP
    PERFORM VARYING WS-STEP-SCAN-IDX FROM 1 BY 1
        UNTIL WS-STEP-SCAN-IDX > WS-STEP-MAX
           OR WS-START-STEP > 0
        IF WS-STEP-NAME(WS-STEP-SCAN-IDX) = WS-RESTART-STEP-NAME
            MOVE WS-STEP-SCAN-IDX TO WS-START-STEP
        END-IF
    END-PERFORM
    IF WS-START-STEP = 0
        DISPLAY "JOB-STREAM: restart step "
            FUNCTION TRIM(WS-RESTART-STEP-NAME)
            " is not in JOBDEF -- no step was run"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> LOAD-RESTART-POINT
*> ============================================================
LOAD-RESTART-POINT.
    SET NO-RESTART-POINT TO TRUE
    OPEN INPUT RESTART-FILE
    IF WS-RESTART-STATUS = "00"
        READ RESTART-FILE
            AT END
                CONTINUE
            NOT AT END
                IF JR-STEP-NAME NOT = SPACES
                    SET RESTART-POINT-FOUND TO TRUE
                    MOVE JR-STEP-NAME TO WS-RESTART-STEP-NAME
                    MOVE JR-FAILED-STAMP TO WS-RESTART-STAMP
                    MOVE JR-FAILED-RC TO WS-RESTART-RC
                END-IF
        END-READ
        CLOSE RESTART-FILE
    ELSE
        IF WS-RESTART-STATUS = "05"
            CLOSE RESTART-FILE
        END-IF
    END-IF
    .

*> ============================================================
*> OPEN-RUN-LOG
*> ============================================================
OPEN-RUN-LOG.
    OPEN EXTEND RUN-LOG-FILE
    IF WS-JOBLOG-STATUS NOT = "00"
       AND WS-JOBLOG-STATUS NOT = "05"
        DISPLAY "JOB-STREAM: could not open run log JOBLOG, "
            "status " WS-JOBLOG-STATUS " -- no step was run"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> WRITE-STREAM-START-LINE
*> ============================================================
WRITE-STREAM-START-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-STAMP-IN
    PERFORM FORMAT-STAMP
    MOVE WS-STEP-MAX TO WS-COUNT-EDITED
    MOVE WS-START-STEP TO WS-STEP-NUM-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "STREAM START " DELIMITED SIZE
        WS-STAMP-TEXT DELIMITED SIZE
        "  STEPS: " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        "  STARTING AT STEP " DELIMITED SIZE
        WS-STEP-NUM-EDITED DELIMITED SIZE
        " " DELIMITED SIZE
        WS-STEP-NAME(WS-START-STEP) DELIMITED SIZE
        " (" DELIMITED SIZE
        FUNCTION TRIM(WS-START-REASON) DELIMITED SIZE
        ")" DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE RUN-LOG-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> LOG-BYPASSED-STEP
*> A step ahead of the restart point completed in the run
*> that stopped; it is logged, not rerun.
*> ============================================================
LOG-BYPASSED-STEP.
    ADD 1 TO WS-STEPS-BYPASSED-COUNT
    MOVE WS-STEP-IDX TO WS-STEP-NUM-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  STEP " DELIMITED SIZE
        WS-STEP-NUM-EDITED DELIMITED SIZE
        " " DELIMITED SIZE
        WS-STEP-NAME(WS-STEP-IDX) DELIMITED SIZE
        " " DELIMITED SIZE
        WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED SIZE
        " BYPASSED -- AHEAD OF THE RESTART STEP" DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE RUN-LOG-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> RUN-ONE-STEP
*> Run the program with its parm, wait for it, and judge its
*> return code against the step's limit. A program that
*> could not be started or was killed counts as over the
*> limit whatever the limit is.
*> ============================================================
RUN-ONE-STEP.
    MOVE SPACES TO WS-COMMAND-TEXT
    STRING
        FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
            DELIMITED SIZE
        " " DELIMITED SIZE
        FUNCTION TRIM(WS-STEP-PARM(WS-STEP-IDX))
            DELIMITED SIZE
        INTO WS-COMMAND-TEXT
    END-STRING

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-START-STAMP
    CALL "SYSTEM" USING WS-COMMAND-TEXT
        RETURNING WS-CMD-STATUS
    END-CALL
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-END-STAMP
    ADD 1 TO WS-STEPS-RUN-COUNT

    SET STEP-ENDED-NORMALLY TO TRUE
    IF WS-CMD-STATUS < 0
        SET STEP-ABENDED TO TRUE
        MOVE 0 TO WS-STEP-RC
    ELSE
        DIVIDE WS-CMD-STATUS BY 256
            GIVING WS-STEP-RC
            REMAINDER WS-CMD-SIGNAL
        IF WS-CMD-SIGNAL NOT = 0
            SET STEP-ABENDED TO TRUE
        END-IF
    END-IF

    IF STEP-ABENDED
        MOVE "ABEND" TO WS-STEP-RC-TEXT
        MOVE "ABENDED -- STOPPED"
            TO WS-STEP-RESULT
        SET STREAM-IS-STOPPED TO TRUE
    ELSE
        MOVE WS-STEP-RC TO WS-STEP-RC-EDITED
        MOVE WS-STEP-RC-EDITED TO WS-STEP-RC-TEXT
        IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IDX)
            MOVE "OVER LIMIT -- STOPPED"
                TO WS-STEP-RESULT
            SET STREAM-IS-STOPPED TO TRUE
        ELSE
            MOVE "OK" TO WS-STEP-RESULT
            IF WS-STEP-RC > 0 AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
        END-IF
    END-IF
    IF STREAM-IS-STOPPED
        MOVE 8 TO WS-RUN-RC
    END-IF
    PERFORM WRITE-STEP-LOG-LINE
    .

*> ============================================================
*> WRITE-STEP-LOG-LINE
*> ============================================================
WRITE-STEP-LOG-LINE.
    MOVE WS-START-STAMP TO WS-STAMP-IN
    PERFORM FORMAT-STAMP
    MOVE WS-STAMP-TEXT TO WS-START-STAMP-TEXT
    MOVE WS-END-STAMP TO WS-STAMP-IN
    PERFORM FORMAT-STAMP
    MOVE WS-STEP-IDX TO WS-STEP-NUM-EDITED
    MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO WS-STEP-MAX-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  STEP " DELIMITED SIZE
        WS-STEP-NUM-EDITED DELIMITED SIZE
        " " DELIMITED SIZE
        WS-STEP-NAME(WS-STEP-IDX) DELIMITED SIZE
        " " DELIMITED SIZE
        WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED SIZE
        " START " DELIMITED SIZE
        WS-START-STAMP-TEXT DELIMITED SIZE
        "  END " DELIMITED SIZE
        WS-STAMP-TEXT DELIMITED SIZE
        "  RC " DELIMITED SIZE
        WS-STEP-RC-TEXT DELIMITED SIZE
        "  MAX " DELIMITED SIZE
        WS-STEP-MAX-EDITED DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-STEP-RESULT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE RUN-LOG-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> SAVE-RESTART-POINT
*> A stopped stream leaves the failing step in JOBRSTRT for
*> the next run to resume at; a completed stream empties it.
*> ============================================================
SAVE-RESTART-POINT.
    OPEN OUTPUT RESTART-FILE
    IF WS-RESTART-STATUS NOT = "00"
       AND WS-RESTART-STATUS NOT = "05"
        DISPLAY "WARNING: could not open restart file JOBRSTRT"
            " -- the next run will not resume automatically"
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    IF STREAM-IS-STOPPED
        MOVE SPACES TO RESTART-RECORD
        MOVE WS-STEP-NAME(WS-STEP-IDX - 1) TO JR-STEP-NAME
        COMPUTE JR-STEP-NUM = WS-STEP-IDX - 1
        MOVE WS-START-STAMP TO JR-FAILED-STAMP
        MOVE WS-STEP-RC-TEXT TO JR-FAILED-RC
        WRITE RESTART-RECORD
    END-IF
    CLOSE RESTART-FILE
    .

*> ============================================================
*> WRITE-STREAM-END-LINE
*> ============================================================
WRITE-STREAM-END-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-STAMP-IN
    PERFORM FORMAT-STAMP
    MOVE WS-STEPS-RUN-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    IF STREAM-IS-STOPPED
        COMPUTE WS-STEP-NUM-EDITED = WS-STEP-IDX - 1
        STRING
            "STREAM END   " DELIMITED SIZE
            WS-STAMP-TEXT DELIMITED SIZE
            "  STOPPED AT STEP " DELIMITED SIZE
            WS-STEP-NUM-EDITED DELIMITED SIZE
            " " DELIMITED SIZE
            WS-STEP-NAME(WS-STEP-IDX - 1) DELIMITED SIZE
            " -- RERUN RESUMES THERE" DELIMITED SIZE
            "  STEPS RUN: " DELIMITED SIZE
            WS-COUNT-EDITED DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    ELSE
        STRING
            "STREAM END   " DELIMITED SIZE
            WS-STAMP-TEXT DELIMITED SIZE
            "  COMPLETED" DELIMITED SIZE
            "  STEPS RUN: " DELIMITED SIZE
            WS-COUNT-EDITED DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    END-IF
    WRITE RUN-LOG-RECORD FROM WS-RPT-LINE
    IF WS-STEPS-BYPASSED-COUNT > 0
        MOVE WS-STEPS-BYPASSED-COUNT TO WS-COUNT-EDITED
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "             STEPS BYPASSED: " DELIMITED SIZE
            WS-COUNT-EDITED DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE RUN-LOG-RECORD FROM WS-RPT-LINE
    END-IF
    .

*> ============================================================
*> FORMAT-STAMP
*> YYYYMMDDHHMMSS in WS-STAMP-IN to YYYY-MM-DD HH:MM:SS in
*> WS-STAMP-TEXT.
*> ============================================================
FORMAT-STAMP.
    MOVE SPACES TO WS-STAMP-TEXT
    STRING
        WS-STAMP-IN(1:4) "-" WS-STAMP-IN(5:2) "-"
        WS-STAMP-IN(7:2) " " WS-STAMP-IN(9:2) ":"
        WS-STAMP-IN(11:2) ":" WS-STAMP-IN(13:2)
        DELIMITED SIZE
        INTO WS-STAMP-TEXT
    END-STRING
    .

END PROGRAM JOB-STREAM.
