>>SOURCE FORMAT FREE
*> ============================================================
*> BATCH REQUEST FILE SPLITTER
*> ============================================================
*> Cuts one large framed INPUTREQ into partition files so the
*> month-end volume can go through several MCP-SERVER batch
*> runs side by side instead of one run that no longer fits
*> the overnight window:
*>
*>   - the request lines are dealt out in contiguous runs, in
*>     file order, as evenly as the count allows (the first
*>     partitions take one line more when it does not divide)
*>   - every partition is a correctly framed input file of its
*>     own: the original HDR record unchanged (same run date,
*>     same origin -- the processed request register keys on
*>     the origin, so duplicates are still caught), its share
*>     of the request lines unchanged, and a TRL record with
*>     the partition's own count and hash total of the numeric
*>     a/b/values/amount/principal arguments, so each server
*>     instance balances on its own
*>   - a partition after the one holding the file's initialize
*>     request gets a copy of it on line 2 as an INI control
*>     record ("INI " and the request line unchanged), so its
*>     server run audits and entitles the calls as the client
*>     the file came from. The INI record is not a request: it
*>     is left out of the partition's count and hash, and the
*>     server takes the client from it without answering it
*>   - SPLITCTL records which original input lines each
*>     partition holds, for BATCH-MERGE to put the partition
*>     responses back in original line order and prove the
*>     partitions add back to the original trailer
*>
*> Each partition is run as its own MCP-SERVER step, all of
*> them at the same time, with its INPUTREQ, RESPOUT, RPTOUT,
*> RESTARTF and AUDITLOG pointed at that partition's files
*> (INPUTREQ.P01, RESPOUT.P01, RPTOUT.P01, RESTARTF.P01,
*> AUDITLOG.P01, ...; under GnuCOBOL, DD_INPUTREQ=INPUTREQ.P01
*> and so on in the step's environment). REQREG stays shared:
*> every run opens it shared and locks only the one register
*> record it is reading or writing, so a request already
*> answered -- by an earlier night or by another partition --
*> is still caught. BATCH-MERGE then rebuilds RESPOUT and
*> RPTOUT and appends the partition audit logs to AUDITLOG,
*> and BATCH-RECON and RESUB-BUILD run on the original
*> INPUTREQ and the merged RESPOUT exactly as after a single
*> run.
*>
*> Input : INPUTREQ -- the framed request file: HDR record on
*>         line 1, TRL record last.
*> Output: INPUTREQ.Pnn -- one framed file per partition.
*>         SPLITCTL -- split control: an ORIG record for the
*>         original file (partition count, trailer line,
*>         trailer count and hash, header run date and origin)
*>         and a PART record per partition (first and last
*>         original line number, request count, hash total,
*>         file name, and the partition line its first
*>         request is on -- 2, or 3 after an INI record).
*>         SPLITLST -- listing of the partitions cut.
*> Parm  : optional PARTS=nn, the number of partitions (2-99,
*>         default 4). A file with fewer request lines than
*>         that is cut one line per partition.
*>
*> Condition codes:
*>   0 - partitions written, the original file in balance
*>   4 - no request lines in the file -- nothing to split
*>   8 - INPUTREQ missing or not framed (no HDR on line 1, no
*>       TRL last, a TRL before the end, a non-numeric
*>       trailer), an output file could not be opened, or the
*>       original file is out of balance with its own trailer
*>       (the partitions are still written, but would balance
*>       individually while the whole did not -- the stream
*>       must stop here)
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-SPLIT.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INPUT-REQUEST-FILE
        ASSIGN TO "INPUTREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUTREQ-STATUS.

    *> One partition file at a time, named INPUTREQ.Pnn.
    SELECT PARTITION-FILE
        ASSIGN TO DYNAMIC WS-PART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-STATUS.

    SELECT SPLIT-CONTROL-FILE
        ASSIGN TO "SPLITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPLITCTL-STATUS.

    SELECT LISTING-FILE
        ASSIGN TO "SPLITLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-STATUS.

DATA DIVISION.

FILE SECTION.

FD  INPUT-REQUEST-FILE.
01  INPUT-REQUEST-RECORD         PIC X(32768).

FD  PARTITION-FILE.
01  PARTITION-RECORD             PIC X(32768).

*> Shared with BATCH-MERGE.
FD  SPLIT-CONTROL-FILE.
01  SPLIT-CONTROL-RECORD.
    *> ORIG = the original file, PART = one partition.
    05 SC-RECORD-TYPE             PIC X(4).
    05 FILLER                     PIC X(1).
    *> ORIG: number of partitions; PART: partition number.
    05 SC-PART-NUM                PIC 9(2).
    05 FILLER                     PIC X(1).
    *> Original input line numbers. ORIG: 1 and the TRL line;
    *> PART: the first and last request line it holds.
    05 SC-FIRST-LINE              PIC 9(8).
    05 FILLER                     PIC X(1).
    05 SC-LAST-LINE               PIC 9(8).
    05 FILLER                     PIC X(1).
    *> ORIG: the trailer's figures; PART: the partition's own.
    05 SC-REQUEST-COUNT           PIC 9(8).
    05 FILLER                     PIC X(1).
    05 SC-HASH-TOTAL              PIC X(18).
    05 FILLER                     PIC X(1).
    05 SC-FILE-NAME               PIC X(16).
    05 FILLER                     PIC X(1).
    05 SC-RUN-DATE                PIC X(8).
    05 FILLER                     PIC X(1).
    05 SC-ORIGIN                  PIC X(24).
    05 FILLER                     PIC X(1).
    05 SC-SPLIT-STAMP             PIC X(14).
    *> PART: the partition file line holding its first request
    *> (02, or 03 when an INI record follows the HDR). Blank on
    *> the ORIG record.
    05 FILLER                     PIC X(1).
    05 SC-FIRST-DATA-LINE         PIC 9(2).

FD  LISTING-FILE.
01  LISTING-RECORD               PIC X(132).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-INPUTREQ-STATUS        PIC X(2)    VALUE SPACES.
01 WS-PART-STATUS            PIC X(2)    VALUE SPACES.
01 WS-SPLITCTL-STATUS        PIC X(2)    VALUE SPACES.
01 WS-LISTING-STATUS         PIC X(2)    VALUE SPACES.

01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.

*> ============================================================
*> RUN PARMS
*> ============================================================
01 WS-PARM-TEXT              PIC X(64)   VALUE SPACES.
01 WS-PARM-TOKEN-1           PIC X(16)   VALUE SPACES.
01 WS-PARM-TOKEN-2           PIC X(16)   VALUE SPACES.
01 WS-PARTS-REQUESTED        PIC 9(2)    VALUE 4.

*> ============================================================
*> THE ORIGINAL FILE
*> Counted and checked for framing on the first pass.
*> ============================================================
01 WS-INPUT-LINE-NUM         PIC 9(8)    VALUE 0.
01 WS-TOTAL-LINES            PIC 9(8)    VALUE 0.
01 WS-DATA-COUNT             PIC 9(8)    VALUE 0.
01 WS-HDR-RECORD             PIC X(256)  VALUE SPACES.
01 WS-HDR-TOKEN-1            PIC X(8)    VALUE SPACES.
01 WS-HDR-RUNDATE            PIC X(8)    VALUE SPACES.
01 WS-HDR-ORIGIN             PIC X(24)   VALUE SPACES.
01 WS-TRL-TOKEN-1            PIC X(8)    VALUE SPACES.
01 WS-TRL-TOKEN-2            PIC X(32)   VALUE SPACES.
01 WS-TRL-TOKEN-3            PIC X(32)   VALUE SPACES.
01 WS-TRL-COUNT              PIC 9(8)    VALUE 0.
01 WS-TRL-HASH               PIC S9(13)V9(4) VALUE 0.
01 WS-TRL-LINE-NUM           PIC 9(8)    VALUE 0.
01 WS-EARLY-TRL-LINE         PIC 9(8)    VALUE 0.
01 WS-FRAMING-FLAG           PIC 9       VALUE 0.
   88 FRAMING-IS-GOOD                    VALUE 0.
   88 FRAMING-IS-BAD                     VALUE 1.
01 WS-FRAMING-REASON         PIC X(80)   VALUE SPACES.
01 WS-OVERSIZE-COUNT         PIC 9(8)    VALUE 0.

*> ============================================================
*> PARTITIONS
*> ============================================================
01 WS-PART-COUNT             PIC 9(2)    VALUE 0.
01 WS-PART-NUM               PIC 9(2)    VALUE 0.
01 WS-PART-BASE-SIZE         PIC 9(8)    VALUE 0.
01 WS-PART-EXTRA             PIC 9(8)    VALUE 0.
01 WS-PART-SIZE              PIC 9(8)    VALUE 0.
01 WS-PART-LINES-WRITTEN     PIC 9(8)    VALUE 0.
01 WS-PART-FIRST-LINE        PIC 9(8)    VALUE 0.
01 WS-PART-LAST-LINE         PIC 9(8)    VALUE 0.
01 WS-PART-FILE-NAME         PIC X(16)   VALUE SPACES.
01 WS-PART-OPEN-FLAG         PIC 9       VALUE 0.
   88 PARTITION-IS-OPEN                  VALUE 1.
   88 PARTITION-NOT-OPEN                 VALUE 0.
01 WS-SPLIT-STAMP            PIC X(14)   VALUE SPACES.
01 WS-PART-DATA-START        PIC 9(2)    VALUE 0.

*> ============================================================
*> THE FILE'S INITIALIZE REQUEST
*> The latest initialize line written so far, copied to the
*> head of each later partition as its INI control record.
*> ============================================================
01 WS-INIT-RECORD            PIC X(32764) VALUE SPACES.
01 WS-INIT-LENGTH            PIC 9(6)    VALUE 0.
01 WS-INIT-HELD-FLAG         PIC 9       VALUE 0.
   88 INIT-LINE-HELD                     VALUE 1.
   88 INIT-LINE-NOT-HELD                 VALUE 0.
01 WS-INIT-COPY-COUNT        PIC 9(2)    VALUE 0.

*> ============================================================
*> JSON FIELD EXTRACTION (the server's pragmatic scan)
*> ============================================================
01 WS-PARSE-BUFFER           PIC X(32768) VALUE SPACES.
01 WS-PARSE-LENGTH           PIC 9(6)    VALUE 0.
01 WS-PARSE-FROM             PIC 9(6)    VALUE 1.
01 WS-SEARCH-KEY             PIC X(16)   VALUE SPACES.
01 WS-SEARCH-KEY-LEN         PIC 9(2)    VALUE 0.
01 WS-SCAN-POS               PIC 9(6)    VALUE 0.
01 WS-KEY-POS                PIC 9(6)    VALUE 0.
01 WS-VALUE-START            PIC 9(6)    VALUE 0.
01 WS-VALUE-LEN              PIC 9(6)    VALUE 0.
01 WS-EXTRACT-VALUE          PIC X(4096) VALUE SPACES.
01 WS-FOUND-FLAG             PIC 9       VALUE 0.
   88 KEY-FOUND                          VALUE 1.
   88 KEY-NOT-FOUND                      VALUE 0.
01 WS-QUOTE                  PIC X       VALUE X"22".
01 WS-NESTING-DEPTH          PIC 9(2)    VALUE 0.

*> ============================================================
*> NUMERIC VALIDATION
*> ============================================================
01 WS-NUMERIC-CHECK-VALUE    PIC X(64)   VALUE SPACES.
01 WS-NUMERIC-VALID-FLAG     PIC 9       VALUE 0.
   88 NUMERIC-IS-VALID                   VALUE 1.
   88 NUMERIC-IS-INVALID                 VALUE 0.
01 WS-NUM-CHECK-POS          PIC 9(4)    VALUE 0.
01 WS-NUM-CHECK-CHAR         PIC X       VALUE SPACE.
01 WS-NUM-CHECK-LEN          PIC 9(4)    VALUE 0.
01 WS-NUM-HAS-DECIMAL        PIC 9       VALUE 0.
01 WS-NUM-HAS-DIGIT          PIC 9       VALUE 0.

*> ============================================================
*> BALANCING FIGURES
*> The server's balancing accumulation, per partition, and
*> the sum over all partitions for the original trailer.
*> ============================================================
01 WS-BAL-HASH-ACCUM         PIC S9(13)V9(4) VALUE 0.
01 WS-FILE-HASH-TOTAL        PIC S9(13)V9(4) VALUE 0.
01 WS-BAL-HASH-EDITED        PIC -(12)9.9(4) VALUE SPACES.
01 WS-VALUES-TEXT            PIC X(4096) VALUE SPACES.
01 WS-VALUES-SCAN-POS        PIC 9(4)    VALUE 0.
01 WS-VALUES-ITEM-START      PIC 9(4)    VALUE 0.
01 WS-VALUES-ITEM-LEN        PIC 9(4)    VALUE 0.
01 WS-VALUES-ITEM-TEXT       PIC X(32)   VALUE SPACES.
01 WS-VALUES-TEXT-LEN        PIC 9(4)    VALUE 0.

*> ============================================================
*> RUN IDENTIFICATION AND REPORT LINE BUILDING
*> ============================================================
01 WS-CURRENT-DATE           PIC X(21)   VALUE SPACES.
01 WS-COUNT-EDITED           PIC ZZZZZZZ9 VALUE ZERO.
01 WS-FIRST-EDITED           PIC ZZZZZZZ9 VALUE ZERO.
01 WS-LAST-EDITED            PIC ZZZZZZZ9 VALUE ZERO.
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM INITIALIZE-RUN
    PERFORM OPEN-FILES
    PERFORM WRITE-LISTING-HEADING
    PERFORM CHECK-INPUT-FRAMING
    IF FRAMING-IS-BAD
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  INPUTREQ NOT SPLIT -- " DELIMITED SIZE
            FUNCTION TRIM(WS-FRAMING-REASON) DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE LISTING-RECORD FROM WS-RPT-LINE
        MOVE 8 TO WS-RUN-RC
        PERFORM CLOSE-FILES
        STOP RUN RETURNING WS-RUN-RC
    END-IF
    IF WS-DATA-COUNT = 0
        MOVE "  (no request lines between HDR and TRL -- "
            & "nothing to split)"
            TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
        MOVE 4 TO WS-RUN-RC
        PERFORM CLOSE-FILES
        STOP RUN RETURNING WS-RUN-RC
    END-IF
    PERFORM WORK-OUT-PARTITION-SIZES
    PERFORM WRITE-ORIGINAL-CONTROL
    PERFORM WRITE-PARTITIONS
    PERFORM WRITE-LISTING-TOTALS
    PERFORM CLOSE-FILES
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> INITIALIZE-RUN
*> Pick up the PARTS= parm and stamp the run.
*> ============================================================
INITIALIZE-RUN.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-SPLIT-STAMP
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
    .

*> ============================================================
*> APPLY-ONE-RUN-PARM
*> PARTS=nn (02-99, one or two digits); anything else is
*> reported and ignored.
*> ============================================================
APPLY-ONE-RUN-PARM.
    EVALUATE TRUE
        WHEN WS-PARM-TOKEN-1 = SPACES
            CONTINUE
        WHEN WS-PARM-TOKEN-1(1:6) = "PARTS="
         AND WS-PARM-TOKEN-1(7:2) IS NUMERIC
         AND WS-PARM-TOKEN-1(9:1) = SPACE
         AND WS-PARM-TOKEN-1(7:2) > "01"
            MOVE WS-PARM-TOKEN-1(7:2) TO WS-PARTS-REQUESTED
        WHEN WS-PARM-TOKEN-1(1:6) = "PARTS="
         AND WS-PARM-TOKEN-1(7:1) IS NUMERIC
         AND WS-PARM-TOKEN-1(8:1) = SPACE
         AND WS-PARM-TOKEN-1(7:1) > "1"
            MOVE WS-PARM-TOKEN-1(7:1) TO WS-PARTS-REQUESTED
        WHEN OTHER
            DISPLAY "BATCH-SPLIT: parameter not understood "
                "and ignored: "
                FUNCTION TRIM(WS-PARM-TOKEN-1)
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> OPEN-FILES
*> ============================================================
OPEN-FILES.
    OPEN INPUT INPUT-REQUEST-FILE
    IF WS-INPUTREQ-STATUS NOT = "00"
        DISPLAY "BATCH-SPLIT: request file INPUTREQ is not "
            "available -- nothing to split"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT SPLIT-CONTROL-FILE
    IF WS-SPLITCTL-STATUS NOT = "00"
        DISPLAY "BATCH-SPLIT: could not open split control "
            "file SPLITCTL"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT LISTING-FILE
    IF WS-LISTING-STATUS NOT = "00"
        DISPLAY "BATCH-SPLIT: could not open split listing "
            "SPLITLST"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> CHECK-INPUT-FRAMING
*> First pass over INPUTREQ: count the records, keep the HDR
*> record and the trailer's figures, and make sure the file is
*> framed the way the partitions will be -- HDR on line 1 and
*> TRL as the last record, with no TRL anywhere before it (the
*> server would take that as the trailer). Line numbers count
*> every record, control records included, as the server's
*> batch driver counts them; the pieces of an oversized line
*> are one line.
*> ============================================================
CHECK-INPUT-FRAMING.
    SET FRAMING-IS-GOOD TO TRUE
    MOVE 0 TO WS-INPUT-LINE-NUM
    MOVE 0 TO WS-TRL-LINE-NUM
    MOVE 0 TO WS-EARLY-TRL-LINE
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ INPUT-REQUEST-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-INPUT-LINE-NUM
                PERFORM CHECK-ONE-INPUT-RECORD
                IF WS-INPUTREQ-STATUS = "04"
                   OR WS-INPUTREQ-STATUS = "06"
                    ADD 1 TO WS-OVERSIZE-COUNT
                    PERFORM DISCARD-INPUT-FRAGMENTS
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    MOVE WS-INPUT-LINE-NUM TO WS-TOTAL-LINES
    CLOSE INPUT-REQUEST-FILE

    EVALUATE TRUE
        WHEN WS-TOTAL-LINES = 0
            SET FRAMING-IS-BAD TO TRUE
            MOVE "INPUTREQ IS EMPTY" TO WS-FRAMING-REASON
        WHEN WS-HDR-RECORD = SPACES
            SET FRAMING-IS-BAD TO TRUE
            MOVE "NO HDR RECORD ON LINE 1" TO WS-FRAMING-REASON
        WHEN WS-TRL-LINE-NUM NOT = WS-TOTAL-LINES
            SET FRAMING-IS-BAD TO TRUE
            MOVE "THE LAST RECORD IS NOT A TRL RECORD"
                TO WS-FRAMING-REASON
        WHEN WS-EARLY-TRL-LINE > 0
            SET FRAMING-IS-BAD TO TRUE
            MOVE WS-EARLY-TRL-LINE TO WS-COUNT-EDITED
            STRING
                "A TRL RECORD ON LINE " DELIMITED SIZE
                FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED SIZE
                " BEFORE THE END OF THE FILE" DELIMITED SIZE
                INTO WS-FRAMING-REASON
            END-STRING
        WHEN OTHER
            PERFORM CHECK-TRAILER-FIGURES
    END-EVALUATE
    IF FRAMING-IS-BAD
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DATA-COUNT = WS-TOTAL-LINES - 2

    OPEN INPUT INPUT-REQUEST-FILE
    IF WS-INPUTREQ-STATUS NOT = "00"
        SET FRAMING-IS-BAD TO TRUE
        MOVE "INPUTREQ COULD NOT BE REOPENED FOR THE SPLIT"
            TO WS-FRAMING-REASON
    END-IF
    .

*> ============================================================
*> CHECK-ONE-INPUT-RECORD
*> ============================================================
CHECK-ONE-INPUT-RECORD.
    IF WS-INPUT-LINE-NUM = 1
       AND INPUT-REQUEST-RECORD(1:4) = "HDR "
        MOVE INPUT-REQUEST-RECORD TO WS-HDR-RECORD
        MOVE SPACES TO WS-HDR-TOKEN-1
        UNSTRING INPUT-REQUEST-RECORD
            DELIMITED BY ALL " "
            INTO WS-HDR-TOKEN-1
                 WS-HDR-RUNDATE
                 WS-HDR-ORIGIN
        END-UNSTRING
        EXIT PARAGRAPH
    END-IF
    IF INPUT-REQUEST-RECORD(1:4) = "TRL "
        IF WS-TRL-LINE-NUM > 0 AND WS-EARLY-TRL-LINE = 0
            MOVE WS-TRL-LINE-NUM TO WS-EARLY-TRL-LINE
        END-IF
        MOVE WS-INPUT-LINE-NUM TO WS-TRL-LINE-NUM
        MOVE SPACES TO WS-TRL-TOKEN-1
        MOVE SPACES TO WS-TRL-TOKEN-2
        MOVE SPACES TO WS-TRL-TOKEN-3
        UNSTRING INPUT-REQUEST-RECORD
            DELIMITED BY ALL " "
            INTO WS-TRL-TOKEN-1
                 WS-TRL-TOKEN-2
                 WS-TRL-TOKEN-3
        END-UNSTRING
    END-IF
    .

*> ============================================================
*> CHECK-TRAILER-FIGURES
*> The trailer's count and hash must be numbers, as the
*> server requires before it will balance a run.
*> ============================================================
CHECK-TRAILER-FIGURES.
    MOVE FUNCTION TRIM(WS-TRL-TOKEN-2) TO WS-NUMERIC-CHECK-VALUE
    PERFORM VALIDATE-NUMERIC-VALUE
    IF NUMERIC-IS-INVALID
        SET FRAMING-IS-BAD TO TRUE
        MOVE "THE TRAILER REQUEST COUNT IS NOT NUMERIC"
            TO WS-FRAMING-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-TRL-TOKEN-3) TO WS-NUMERIC-CHECK-VALUE
    PERFORM VALIDATE-NUMERIC-VALUE
    IF NUMERIC-IS-INVALID
        SET FRAMING-IS-BAD TO TRUE
        MOVE "THE TRAILER HASH TOTAL IS NOT NUMERIC"
            TO WS-FRAMING-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-TRL-COUNT =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-TRL-TOKEN-2))
    COMPUTE WS-TRL-HASH =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-TRL-TOKEN-3))
    .

*> ============================================================
*> DISCARD-INPUT-FRAGMENTS
*> Skip the remaining pieces of an oversized line so the next
*> read starts on the next record, as the server does; the
*> pieces do not advance the line number.
*> ============================================================
DISCARD-INPUT-FRAGMENTS.
    PERFORM UNTIL EOF-REACHED
        OR WS-INPUTREQ-STATUS = "00"
        READ INPUT-REQUEST-FILE
            AT END
                SET EOF-REACHED TO TRUE
        END-READ
        IF EOF-NOT-REACHED
           AND WS-INPUTREQ-STATUS NOT = "00"
           AND WS-INPUTREQ-STATUS NOT = "04"
           AND WS-INPUTREQ-STATUS NOT = "06"
            SET EOF-REACHED TO TRUE
        END-IF
    END-PERFORM
    .

*> ============================================================
*> WORK-OUT-PARTITION-SIZES
*> As many partitions as asked for, but never an empty one;
*> the lines left over after an even share go one each to the
*> first partitions.
*> ============================================================
WORK-OUT-PARTITION-SIZES.
    MOVE WS-PARTS-REQUESTED TO WS-PART-COUNT
    IF WS-DATA-COUNT < WS-PART-COUNT
        MOVE WS-DATA-COUNT TO WS-PART-COUNT
    END-IF
    DIVIDE WS-DATA-COUNT BY WS-PART-COUNT
        GIVING WS-PART-BASE-SIZE
        REMAINDER WS-PART-EXTRA
    .

*> ============================================================
*> WRITE-ORIGINAL-CONTROL
*> The ORIG record of SPLITCTL: what the original file's own
*> framing says, for BATCH-MERGE's control total.
*> ============================================================
WRITE-ORIGINAL-CONTROL.
    MOVE SPACES TO SPLIT-CONTROL-RECORD
    MOVE "ORIG" TO SC-RECORD-TYPE
    MOVE WS-PART-COUNT TO SC-PART-NUM
    MOVE 1 TO SC-FIRST-LINE
    MOVE WS-TRL-LINE-NUM TO SC-LAST-LINE
    MOVE WS-TRL-COUNT TO SC-REQUEST-COUNT
    MOVE WS-TRL-HASH TO WS-BAL-HASH-EDITED
    MOVE WS-BAL-HASH-EDITED TO SC-HASH-TOTAL
    MOVE "INPUTREQ" TO SC-FILE-NAME
    MOVE WS-HDR-RUNDATE TO SC-RUN-DATE
    MOVE WS-HDR-ORIGIN TO SC-ORIGIN
    MOVE WS-SPLIT-STAMP TO SC-SPLIT-STAMP
    WRITE SPLIT-CONTROL-RECORD
    .

*> ============================================================
*> WRITE-PARTITIONS
*> Second pass over INPUTREQ: every request line goes to the
*> current partition (with its balancing figures accumulated),
*> and a partition that has its share is closed off with its
*> trailer before the next is opened. The original HDR and TRL
*> records are not copied as data.
*> ============================================================
WRITE-PARTITIONS.
    MOVE 0 TO WS-INPUT-LINE-NUM
    MOVE 0 TO WS-PART-NUM
    SET PARTITION-NOT-OPEN TO TRUE
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ INPUT-REQUEST-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-INPUT-LINE-NUM
                IF WS-INPUT-LINE-NUM > 1
                   AND WS-INPUT-LINE-NUM < WS-TOTAL-LINES
                    PERFORM WRITE-ONE-REQUEST-LINE
                END-IF
                IF WS-INPUTREQ-STATUS = "04"
                   OR WS-INPUTREQ-STATUS = "06"
                    PERFORM DISCARD-INPUT-FRAGMENTS
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    IF PARTITION-IS-OPEN
        PERFORM CLOSE-PARTITION
    END-IF
    .

*> ============================================================
*> WRITE-ONE-REQUEST-LINE
*> ============================================================
WRITE-ONE-REQUEST-LINE.
    IF PARTITION-IS-OPEN
       AND WS-PART-LINES-WRITTEN >= WS-PART-SIZE
        PERFORM CLOSE-PARTITION
    END-IF
    IF PARTITION-NOT-OPEN
        PERFORM OPEN-NEXT-PARTITION
    END-IF
    MOVE INPUT-REQUEST-RECORD TO PARTITION-RECORD
    WRITE PARTITION-RECORD
    ADD 1 TO WS-PART-LINES-WRITTEN
    MOVE WS-INPUT-LINE-NUM TO WS-PART-LAST-LINE
    PERFORM ACCUMULATE-BALANCE-HASH
    PERFORM HOLD-INITIALIZE-LINE
    .

*> ============================================================
*> HOLD-INITIALIZE-LINE
*> Keep the line just written if it is an initialize request,
*> for the INI record of the partitions that follow. A line
*> too long to carry behind the "INI " tag (or an oversized
*> line, of which only the first piece is here) is not kept.
*> ============================================================
HOLD-INITIALIZE-LINE.
    IF WS-INPUTREQ-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE INPUT-REQUEST-RECORD TO WS-PARSE-BUFFER
    MOVE FUNCTION LENGTH(
        FUNCTION TRIM(WS-PARSE-BUFFER TRAILING))
        TO WS-PARSE-LENGTH
    MOVE 1 TO WS-PARSE-FROM
    MOVE '"method"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    IF KEY-NOT-FOUND
       OR WS-EXTRACT-VALUE NOT = "initialize"
       OR WS-PARSE-LENGTH > 32764
        EXIT PARAGRAPH
    END-IF
    MOVE INPUT-REQUEST-RECORD(1:32764) TO WS-INIT-RECORD
    MOVE WS-PARSE-LENGTH TO WS-INIT-LENGTH
    SET INIT-LINE-HELD TO TRUE
    .

*> ============================================================
*> OPEN-NEXT-PARTITION
*> Open INPUTREQ.Pnn and write the original header into it,
*> then the INI record when an initialize request has gone
*> into an earlier partition.
*> ============================================================
OPEN-NEXT-PARTITION.
    ADD 1 TO WS-PART-NUM
    MOVE SPACES TO WS-PART-FILE-NAME
    STRING
        "INPUTREQ.P" DELIMITED SIZE
        WS-PART-NUM DELIMITED SIZE
        INTO WS-PART-FILE-NAME
    END-STRING
    OPEN OUTPUT PARTITION-FILE
    IF WS-PART-STATUS NOT = "00"
        DISPLAY "BATCH-SPLIT: could not open partition file "
            FUNCTION TRIM(WS-PART-FILE-NAME)
            " (status " WS-PART-STATUS ")"
            UPON SYSERR
        CLOSE INPUT-REQUEST-FILE
        CLOSE SPLIT-CONTROL-FILE
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET PARTITION-IS-OPEN TO TRUE
    MOVE WS-PART-BASE-SIZE TO WS-PART-SIZE
    IF WS-PART-NUM <= WS-PART-EXTRA
        ADD 1 TO WS-PART-SIZE
    END-IF
    MOVE 0 TO WS-PART-LINES-WRITTEN
    MOVE 0 TO WS-BAL-HASH-ACCUM
    MOVE WS-INPUT-LINE-NUM TO WS-PART-FIRST-LINE
    MOVE WS-HDR-RECORD TO PARTITION-RECORD
    WRITE PARTITION-RECORD
    MOVE 2 TO WS-PART-DATA-START
    IF INIT-LINE-HELD
        MOVE SPACES TO PARTITION-RECORD
        STRING
            "INI " DELIMITED SIZE
            WS-INIT-RECORD(1:WS-INIT-LENGTH) DELIMITED SIZE
            INTO PARTITION-RECORD
        END-STRING
        WRITE PARTITION-RECORD
        MOVE 3 TO WS-PART-DATA-START
        ADD 1 TO WS-INIT-COPY-COUNT
    END-IF
    .

*> ============================================================
*> CLOSE-PARTITION
*> Write the partition's own trailer, record it on SPLITCTL
*> and list it.
*> ============================================================
CLOSE-PARTITION.
    MOVE WS-PART-LINES-WRITTEN TO WS-COUNT-EDITED
    MOVE WS-BAL-HASH-ACCUM TO WS-BAL-HASH-EDITED
    MOVE SPACES TO PARTITION-RECORD
    STRING
        "TRL " DELIMITED SIZE
        FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED SIZE
        " " DELIMITED SIZE
        FUNCTION TRIM(WS-BAL-HASH-EDITED) DELIMITED SIZE
        INTO PARTITION-RECORD
    END-STRING
    WRITE PARTITION-RECORD
    CLOSE PARTITION-FILE
    SET PARTITION-NOT-OPEN TO TRUE
    ADD WS-BAL-HASH-ACCUM TO WS-FILE-HASH-TOTAL

    MOVE SPACES TO SPLIT-CONTROL-RECORD
    MOVE "PART" TO SC-RECORD-TYPE
    MOVE WS-PART-NUM TO SC-PART-NUM
    MOVE WS-PART-FIRST-LINE TO SC-FIRST-LINE
    MOVE WS-PART-LAST-LINE TO SC-LAST-LINE
    MOVE WS-PART-LINES-WRITTEN TO SC-REQUEST-COUNT
    MOVE WS-BAL-HASH-EDITED TO SC-HASH-TOTAL
    MOVE WS-PART-FILE-NAME TO SC-FILE-NAME
    MOVE WS-HDR-RUNDATE TO SC-RUN-DATE
    MOVE WS-HDR-ORIGIN TO SC-ORIGIN
    MOVE WS-SPLIT-STAMP TO SC-SPLIT-STAMP
    MOVE WS-PART-DATA-START TO SC-FIRST-DATA-LINE
    WRITE SPLIT-CONTROL-RECORD

    MOVE WS-PART-FIRST-LINE TO WS-FIRST-EDITED
    MOVE WS-PART-LAST-LINE TO WS-LAST-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  " DELIMITED SIZE
        WS-PART-NUM DELIMITED SIZE
        "    " DELIMITED SIZE
        WS-PART-FILE-NAME DELIMITED SIZE
        WS-FIRST-EDITED DELIMITED SIZE
        " - " DELIMITED SIZE
        WS-LAST-EDITED DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-BAL-HASH-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> ACCUMULATE-BALANCE-HASH
*> The server's balancing accumulation, applied to the line
*> just written: the numeric a, b, amount and principal
*> arguments plus every numeric element of a values array.
*> Scanning starts after "arguments" so a key elsewhere in
*> the message cannot pollute the total.
*> ============================================================
ACCUMULATE-BALANCE-HASH.
    MOVE INPUT-REQUEST-RECORD TO WS-PARSE-BUFFER
    MOVE FUNCTION LENGTH(
        FUNCTION TRIM(WS-PARSE-BUFFER TRAILING))
        TO WS-PARSE-LENGTH
    MOVE 1 TO WS-PARSE-FROM
    MOVE '"arguments"' TO WS-SEARCH-KEY
    PERFORM FIND-KEY-ONLY
    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PARSE-FROM = WS-KEY-POS + 11

    MOVE '"a"' TO WS-SEARCH-KEY
    PERFORM ADD-ONE-NUMERIC-ARGUMENT
    MOVE '"b"' TO WS-SEARCH-KEY
    PERFORM ADD-ONE-NUMERIC-ARGUMENT
    MOVE '"amount"' TO WS-SEARCH-KEY
    PERFORM ADD-ONE-NUMERIC-ARGUMENT
    MOVE '"principal"' TO WS-SEARCH-KEY
    PERFORM ADD-ONE-NUMERIC-ARGUMENT

    MOVE '"values"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-VALUES-TEXT
        PERFORM ADD-VALUES-ARRAY-ELEMENTS
    END-IF
    .

*> ============================================================
*> FIND-KEY-ONLY
*> Locate WS-SEARCH-KEY in WS-PARSE-BUFFER without extracting
*> a value, leaving its position in WS-KEY-POS.
*> ============================================================
FIND-KEY-ONLY.
    SET KEY-NOT-FOUND TO TRUE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-KEY))
        TO WS-SEARCH-KEY-LEN
    MOVE 0 TO WS-KEY-POS
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
           OR KEY-FOUND
        IF WS-PARSE-BUFFER(WS-SCAN-POS:WS-SEARCH-KEY-LEN)
            = WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
            MOVE WS-SCAN-POS TO WS-KEY-POS
            SET KEY-FOUND TO TRUE
        END-IF
    END-PERFORM
    .

*> ============================================================
*> EXTRACT-JSON-VALUE
*> Minimal JSON field extraction: find WS-SEARCH-KEY used as a
*> key (followed by a colon) in WS-PARSE-BUFFER at or after
*> WS-PARSE-FROM, skip the colon and whitespace, take the
*> quoted string, bracketed array, or unquoted token that
*> follows into WS-EXTRACT-VALUE. An occurrence of the text
*> that is a value rather than a key (no colon after it) is
*> skipped and the scan continues.
*> ============================================================
EXTRACT-JSON-VALUE.
    SET KEY-NOT-FOUND TO TRUE
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-KEY))
        TO WS-SEARCH-KEY-LEN
    MOVE 0 TO WS-KEY-POS
    MOVE WS-PARSE-FROM TO WS-SCAN-POS
    PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
        OR KEY-FOUND
        IF WS-PARSE-BUFFER(WS-SCAN-POS:WS-SEARCH-KEY-LEN)
            = WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
            MOVE WS-SCAN-POS TO WS-KEY-POS
            COMPUTE WS-SCAN-POS =
                WS-KEY-POS + WS-SEARCH-KEY-LEN
            PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
                OR WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = " "
                ADD 1 TO WS-SCAN-POS
            END-PERFORM
            IF WS-SCAN-POS <= WS-PARSE-LENGTH
               AND WS-PARSE-BUFFER(WS-SCAN-POS:1) = ":"
                SET KEY-FOUND TO TRUE
            ELSE
                COMPUTE WS-SCAN-POS = WS-KEY-POS + 1
            END-IF
        ELSE
            ADD 1 TO WS-SCAN-POS
        END-IF
    END-PERFORM
    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF

    SET KEY-NOT-FOUND TO TRUE
    ADD 1 TO WS-SCAN-POS
    PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
        OR WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = " "
        ADD 1 TO WS-SCAN-POS
    END-PERFORM
    IF WS-SCAN-POS > WS-PARSE-LENGTH
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN WS-PARSE-BUFFER(WS-SCAN-POS:1) = WS-QUOTE
            ADD 1 TO WS-SCAN-POS
            MOVE WS-SCAN-POS TO WS-VALUE-START
            MOVE 0 TO WS-VALUE-LEN
            PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
                OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = WS-QUOTE
                IF WS-PARSE-BUFFER(WS-SCAN-POS:1) = X"5C"
                   AND WS-SCAN-POS < WS-PARSE-LENGTH
                    ADD 2 TO WS-SCAN-POS
                    ADD 2 TO WS-VALUE-LEN
                ELSE
                    ADD 1 TO WS-SCAN-POS
                    ADD 1 TO WS-VALUE-LEN
                END-IF
            END-PERFORM
        WHEN WS-PARSE-BUFFER(WS-SCAN-POS:1) = "["
            ADD 1 TO WS-SCAN-POS
            MOVE WS-SCAN-POS TO WS-VALUE-START
            MOVE 0 TO WS-VALUE-LEN
            MOVE 1 TO WS-NESTING-DEPTH
            PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
                OR WS-NESTING-DEPTH = 0
                EVALUATE WS-PARSE-BUFFER(WS-SCAN-POS:1)
                    WHEN "["
                        ADD 1 TO WS-NESTING-DEPTH
                        ADD 1 TO WS-VALUE-LEN
                    WHEN "]"
                        SUBTRACT 1 FROM WS-NESTING-DEPTH
                        IF WS-NESTING-DEPTH NOT = 0
                            ADD 1 TO WS-VALUE-LEN
                        END-IF
                    WHEN OTHER
                        ADD 1 TO WS-VALUE-LEN
                END-EVALUATE
                ADD 1 TO WS-SCAN-POS
            END-PERFORM
        WHEN OTHER
            MOVE WS-SCAN-POS TO WS-VALUE-START
            MOVE 0 TO WS-VALUE-LEN
            PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
                OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = ","
                OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = "}"
                OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = "]"
                OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = " "
                ADD 1 TO WS-SCAN-POS
                ADD 1 TO WS-VALUE-LEN
            END-PERFORM
    END-EVALUATE
    IF WS-VALUE-LEN > 0
        IF WS-VALUE-LEN > 4096
            MOVE 4096 TO WS-VALUE-LEN
        END-IF
        MOVE WS-PARSE-BUFFER(WS-VALUE-START:WS-VALUE-LEN)
            TO WS-EXTRACT-VALUE
        SET KEY-FOUND TO TRUE
    END-IF
    .

*> ============================================================
*> ADD-ONE-NUMERIC-ARGUMENT
*> Extract the argument named by WS-SEARCH-KEY and, when it is
*> numeric, add it to the running hash total.
*> ============================================================
ADD-ONE-NUMERIC-ARGUMENT.
    PERFORM EXTRACT-JSON-VALUE
    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-EXTRACT-VALUE(1:64))
        TO WS-NUMERIC-CHECK-VALUE
    PERFORM VALIDATE-NUMERIC-VALUE
    IF NUMERIC-IS-VALID
        COMPUTE WS-BAL-HASH-ACCUM =
            WS-BAL-HASH-ACCUM
            + FUNCTION NUMVAL(FUNCTION TRIM(
                WS-NUMERIC-CHECK-VALUE))
            ON SIZE ERROR CONTINUE
        END-COMPUTE
    END-IF
    .

*> ============================================================
*> ADD-VALUES-ARRAY-ELEMENTS
*> Split the comma-separated element text of the values array
*> and add each numeric element to the hash total, exactly as
*> the server's balancing does.
*> ============================================================
ADD-VALUES-ARRAY-ELEMENTS.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUES-TEXT))
        TO WS-VALUES-TEXT-LEN
    IF FUNCTION TRIM(WS-VALUES-TEXT) = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-VALUES-SCAN-POS
    MOVE 1 TO WS-VALUES-ITEM-START
    PERFORM UNTIL WS-VALUES-SCAN-POS > WS-VALUES-TEXT-LEN + 1
        IF WS-VALUES-SCAN-POS > WS-VALUES-TEXT-LEN
           OR WS-VALUES-TEXT(WS-VALUES-SCAN-POS:1) = ","
            COMPUTE WS-VALUES-ITEM-LEN =
                WS-VALUES-SCAN-POS - WS-VALUES-ITEM-START
            IF WS-VALUES-ITEM-LEN > 0
                MOVE SPACES TO WS-VALUES-ITEM-TEXT
                MOVE WS-VALUES-TEXT(WS-VALUES-ITEM-START:
                    WS-VALUES-ITEM-LEN)
                    TO WS-VALUES-ITEM-TEXT
                MOVE FUNCTION TRIM(WS-VALUES-ITEM-TEXT)
                    TO WS-NUMERIC-CHECK-VALUE
                PERFORM VALIDATE-NUMERIC-VALUE
                IF NUMERIC-IS-VALID
                    COMPUTE WS-BAL-HASH-ACCUM =
                        WS-BAL-HASH-ACCUM
                        + FUNCTION NUMVAL(FUNCTION TRIM(
                            WS-VALUES-ITEM-TEXT))
                        ON SIZE ERROR CONTINUE
                    END-COMPUTE
                END-IF
            END-IF
            MOVE WS-VALUES-SCAN-POS TO WS-VALUES-ITEM-START
            ADD 1 TO WS-VALUES-ITEM-START
        END-IF
        ADD 1 TO WS-VALUES-SCAN-POS
    END-PERFORM
    .

*> ============================================================
*> VALIDATE-NUMERIC-VALUE
*> Digits, optional leading minus, optional single decimal
*> point -- the same acceptance rule the server applies.
*> ============================================================
VALIDATE-NUMERIC-VALUE.
    SET NUMERIC-IS-VALID TO TRUE
    MOVE 0 TO WS-NUM-HAS-DECIMAL
    MOVE 0 TO WS-NUM-HAS-DIGIT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(
        WS-NUMERIC-CHECK-VALUE)) TO WS-NUM-CHECK-LEN
    IF WS-NUM-CHECK-LEN = 0 OR
       FUNCTION TRIM(WS-NUMERIC-CHECK-VALUE) = SPACES
        SET NUMERIC-IS-INVALID TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-NUM-CHECK-POS FROM 1 BY 1
        UNTIL WS-NUM-CHECK-POS > WS-NUM-CHECK-LEN
           OR NUMERIC-IS-INVALID
        MOVE WS-NUMERIC-CHECK-VALUE(WS-NUM-CHECK-POS:1)
            TO WS-NUM-CHECK-CHAR
        EVALUATE TRUE
            WHEN WS-NUM-CHECK-CHAR = "-"
                 AND WS-NUM-CHECK-POS = 1
                CONTINUE
            WHEN WS-NUM-CHECK-CHAR >= "0"
                 AND WS-NUM-CHECK-CHAR <= "9"
                MOVE 1 TO WS-NUM-HAS-DIGIT
            WHEN WS-NUM-CHECK-CHAR = "."
                 AND WS-NUM-HAS-DECIMAL = 0
                MOVE 1 TO WS-NUM-HAS-DECIMAL
            WHEN OTHER
                SET NUMERIC-IS-INVALID TO TRUE
        END-EVALUATE
    END-PERFORM
    IF WS-NUM-HAS-DIGIT = 0
        SET NUMERIC-IS-INVALID TO TRUE
    END-IF
    .

*> ============================================================
*> WRITE-LISTING-HEADING
*> ============================================================
WRITE-LISTING-HEADING.
    MOVE "BATCH REQUEST FILE SPLIT LISTING" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "================================" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "SPLIT AT " DELIMITED SIZE
        WS-SPLIT-STAMP DELIMITED SIZE
        "  PARTITIONS ASKED FOR " DELIMITED SIZE
        WS-PARTS-REQUESTED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "  PART  FILE               FIRST -     LAST  "
        & "REQUESTS        HASH TOTAL"
        TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "  ----  ---------------- -------- - --------  "
        & "-------- -----------------"
        TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-LISTING-TOTALS
*> The partitions' figures against the original trailer. An
*> original file already out of balance with its own trailer
*> ends the run with condition code 8.
*> ============================================================
WRITE-LISTING-TOTALS.
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE SPACES TO WS-RPT-LINE
    STRING
        "HEADER RUN DATE      : " DELIMITED SIZE
        WS-HDR-RUNDATE DELIMITED SIZE
        " ORIGIN " DELIMITED SIZE
        FUNCTION TRIM(WS-HDR-ORIGIN) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE WS-PART-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "PARTITIONS WRITTEN   : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE WS-DATA-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "REQUEST LINES SPLIT  : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE WS-INIT-COPY-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "INI RECORDS WRITTEN  : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE WS-TRL-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "TRAILER REQUESTS     : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE WS-FILE-HASH-TOTAL TO WS-BAL-HASH-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "PARTITION HASH TOTAL : " DELIMITED SIZE
        FUNCTION TRIM(WS-BAL-HASH-EDITED) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    MOVE WS-TRL-HASH TO WS-BAL-HASH-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "TRAILER HASH TOTAL   : " DELIMITED SIZE
        FUNCTION TRIM(WS-BAL-HASH-EDITED) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE

    IF WS-OVERSIZE-COUNT > 0
        MOVE WS-OVERSIZE-COUNT TO WS-COUNT-EDITED
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "NOTE: " DELIMITED SIZE
            FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED SIZE
            " LINE(S) OVER THE RECORD LENGTH WERE COPIED "
                DELIMITED SIZE
            "TRUNCATED -- THE SERVER WILL REJECT THEM"
                DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF

    IF WS-TRL-COUNT = WS-DATA-COUNT
       AND WS-TRL-HASH = WS-FILE-HASH-TOTAL
        MOVE "*** ORIGINAL FILE IN BALANCE ***" TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    ELSE
        MOVE "*** ORIGINAL FILE OUT OF BALANCE WITH ITS "
            & "TRAILER -- DO NOT RUN THE PARTITIONS ***"
            TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
        MOVE 8 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> CLOSE-FILES
*> ============================================================
CLOSE-FILES.
    CLOSE INPUT-REQUEST-FILE
    CLOSE SPLIT-CONTROL-FILE
    CLOSE LISTING-FILE
    .

END PROGRAM BATCH-SPLIT.
