>>SOURCE FORMAT FREE
*> ============================================================
*> PARTITIONED BATCH RUN MERGE
*> ============================================================
*> Puts a partitioned batch run back together after the
*> MCP-SERVER runs on the BATCH-SPLIT partitions have finished,
*> so that everything downstream sees one run:
*>
*>   - RESPOUT: the partition response files, in partition
*>     order, with every record's line number changed from the
*>     partition's numbering back to the line it came from in
*>     the original INPUTREQ. The partitions are contiguous
*>     runs of the original lines, so the merged file is in
*>     original input-line order, and BATCH-RECON and
*>     RESUB-BUILD work on it (against the original INPUTREQ)
*>     exactly as after a single run.
*>   - RPTOUT: one consolidated summary report in the server's
*>     own layout -- tool call counts, isError results, parse
*>     failures and duplicates summed over the partitions, and
*>     a BALANCING section comparing the ORIGINAL trailer with
*>     the sum of what the partition runs actually read -- and
*>     after it a PARTITION CONTROL TOTALS section listing each
*>     partition and proving the partitions add back to the
*>     original trailer.
*>   - AUDITLOG: each partition run keeps its own audit log,
*>     so that runs going at the same time never write into
*>     one file together; the partition logs are appended to
*>     AUDITLOG in partition order and each is then emptied,
*>     so a merge run again does not append them twice.
*>
*> Input : SPLITCTL -- the split control file BATCH-SPLIT wrote
*>         (ORIG record, then one PART record per partition).
*>         RESPOUT.Pnn -- each partition run's response file.
*>         RPTOUT.Pnn -- each partition run's summary report.
*>         AUDITLOG.Pnn -- each partition run's audit log.
*> Output: RESPOUT -- the merged response file.
*>         RPTOUT -- the consolidated summary report.
*>         AUDITLOG -- the audit log, extended.
*>
*> Condition codes:
*>   0 - all partitions merged and in balance, and the
*>       partitions add back to the original trailer
*>   4 - duplicates were skipped in some partition, or a
*>       partition was a restart run (its report covers only
*>       the restarted part, so balancing was not performed)
*>   8 - SPLITCTL missing or inconsistent; a partition's
*>       response file, report or audit log missing, or its
*>       audit log not emptied once appended; a partition out of
*>       balance; a partition's trailer not what BATCH-SPLIT
*>       wrote or its header run date not the original's
*>       (a file left from another night); fewer or more
*>       responses than requests; a response line number
*>       outside its partition; or the partitions not adding
*>       back to the original trailer
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-MERGE.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SPLIT-CONTROL-FILE
        ASSIGN TO "SPLITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPLITCTL-STATUS.

    *> One partition's RESPOUT.Pnn at a time.
    SELECT PART-RESPONSE-FILE
        ASSIGN TO DYNAMIC WS-PART-RESP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-RESP-STATUS.

    *> One partition's RPTOUT.Pnn at a time.
    SELECT PART-REPORT-FILE
        ASSIGN TO DYNAMIC WS-PART-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-RPT-STATUS.

    *> One partition's AUDITLOG.Pnn at a time.
    SELECT PART-AUDIT-FILE
        ASSIGN TO DYNAMIC WS-PART-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-AUDIT-STATUS.

    SELECT AUDIT-FILE
        ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT RESPONSE-FILE
        ASSIGN TO "RESPOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESPOUT-STATUS.

    SELECT REPORT-FILE
        ASSIGN TO "RPTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.

FILE SECTION.

*> As written by BATCH-SPLIT.
FD  SPLIT-CONTROL-FILE.
01  SPLIT-CONTROL-RECORD.
    05 SC-RECORD-TYPE             PIC X(4).
    05 FILLER                     PIC X(1).
    05 SC-PART-NUM                PIC 9(2).
    05 FILLER                     PIC X(1).
    05 SC-FIRST-LINE              PIC 9(8).
    05 FILLER                     PIC X(1).
    05 SC-LAST-LINE               PIC 9(8).
    05 FILLER                     PIC X(1).
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
    05 FILLER                     PIC X(1).
    05 SC-FIRST-DATA-LINE         PIC 9(2).

FD  PART-RESPONSE-FILE.
01  PART-RESPONSE-RECORD         PIC X(65700).

FD  PART-REPORT-FILE.
01  PART-REPORT-RECORD           PIC X(132).

FD  PART-AUDIT-FILE.
01  PART-AUDIT-RECORD            PIC X(1536).

FD  AUDIT-FILE.
01  AUDIT-RECORD                 PIC X(1536).

FD  RESPONSE-FILE.
01  RESPONSE-RECORD              PIC X(65700).

FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(132).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-SPLITCTL-STATUS        PIC X(2)    VALUE SPACES.
01 WS-PART-RESP-STATUS       PIC X(2)    VALUE SPACES.
01 WS-PART-RPT-STATUS        PIC X(2)    VALUE SPACES.
01 WS-PART-AUDIT-STATUS      PIC X(2)    VALUE SPACES.
01 WS-AUDIT-STATUS           PIC X(2)    VALUE SPACES.
01 WS-RESPOUT-STATUS         PIC X(2)    VALUE SPACES.
01 WS-REPORT-STATUS          PIC X(2)    VALUE SPACES.

01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.

*> ============================================================
*> THE ORIGINAL FILE (ORIG record of SPLITCTL)
*> ============================================================
01 WS-ORIG-PART-COUNT        PIC 9(2)    VALUE 0.
01 WS-ORIG-TRL-LINE          PIC 9(8)    VALUE 0.
01 WS-ORIG-TRL-COUNT         PIC 9(8)    VALUE 0.
01 WS-ORIG-TRL-HASH          PIC S9(13)V9(4) VALUE 0.
01 WS-ORIG-RUN-DATE          PIC X(8)    VALUE SPACES.
01 WS-ORIG-ORIGIN            PIC X(24)   VALUE SPACES.
01 WS-ORIG-SPLIT-STAMP       PIC X(14)   VALUE SPACES.
01 WS-CTL-ERROR-TEXT         PIC X(80)   VALUE SPACES.

*> ============================================================
*> PARTITION TABLE
*> What BATCH-SPLIT cut (from SPLITCTL) and what each
*> partition's server run reported.
*> ============================================================
01 WS-PART-MAX               PIC 9(2)    VALUE 0.
01 WS-PART-IDX               PIC 9(2)    VALUE 0.
01 WS-PART-TAB.
   05 WS-PART-ENTRY OCCURS 99 TIMES.
      10 WS-PT-FIRST-LINE     PIC 9(8).
      *> Partition file line of its first request: 2, or 3
      *> when BATCH-SPLIT put an INI record after the HDR.
      10 WS-PT-DATA-START     PIC 9(2).
      10 WS-PT-LAST-LINE      PIC 9(8).
      10 WS-PT-SPLIT-COUNT    PIC 9(8).
      10 WS-PT-SPLIT-HASH     PIC S9(13)V9(4).
      10 WS-PT-RESP-COUNT     PIC 9(8).
      10 WS-PT-BAD-LINE-COUNT PIC 9(8).
      *> Y = RESPOUT.Pnn / RPTOUT.Pnn was there to read.
      10 WS-PT-RESP-FOUND     PIC X(1).
      10 WS-PT-RPT-FOUND      PIC X(1).
      *> Y = AUDITLOG.Pnn appended to AUDITLOG and emptied,
      *> N = not there to read, E = appended but not emptied.
      10 WS-PT-AUDIT-STATE    PIC X(1).
      *> The partition report's balancing verdict:
      *> B in balance, O out of balance, R restart run,
      *> N no trailer, space no BALANCING section seen.
      10 WS-PT-BAL-STATE      PIC X(1).
      10 WS-PT-EXP-COUNT      PIC 9(8).
      10 WS-PT-ACT-COUNT      PIC 9(8).
      10 WS-PT-EXP-HASH       PIC S9(13)V9(4).
      10 WS-PT-ACT-HASH       PIC S9(13)V9(4).
      10 WS-PT-DUP-COUNT      PIC 9(8).
      *> Run date on the partition report's header line.
      10 WS-PT-RUN-DATE       PIC X(8).

*> ============================================================
*> MERGING
*> ============================================================
01 WS-PART-RESP-NAME         PIC X(16)   VALUE SPACES.
01 WS-PART-RPT-NAME          PIC X(16)   VALUE SPACES.
01 WS-PART-AUDIT-NAME        PIC X(16)   VALUE SPACES.
01 WS-AUDIT-COPY-COUNT       PIC 9(8)    VALUE 0.
01 WS-PART-LINE-NUM          PIC 9(8)    VALUE 0.
01 WS-MERGED-LINE-NUM        PIC 9(8)    VALUE 0.
01 WS-MERGED-COUNT           PIC 9(8)    VALUE 0.

*> ============================================================
*> CONSOLIDATED REPORT FIGURES
*> ============================================================
01 WS-RPT-TOOL-TAB-IDX       PIC 9(2)    VALUE 0.
01 WS-RPT-TOOL-TAB-MAX       PIC 9(2)    VALUE 0.
01 WS-RPT-TOOL-TAB.
   05 WS-RPT-TOOL-ENTRY OCCURS 20 TIMES.
      10 WS-RPT-TOOL-NAME     PIC X(32)  VALUE SPACES.
      10 WS-RPT-TOOL-COUNT    PIC 9(8)   VALUE 0.
01 WS-RPT-TOOL-FOUND-FLAG    PIC 9       VALUE 0.
   88 RPT-TOOL-FOUND                     VALUE 1.
   88 RPT-TOOL-NOT-FOUND                 VALUE 0.
01 WS-RPT-ISERROR-COUNT      PIC 9(8)    VALUE 0.
01 WS-RPT-PARSE-FAIL-COUNT   PIC 9(8)    VALUE 0.
01 WS-RPT-DUPLICATE-COUNT    PIC 9(8)    VALUE 0.
01 WS-RPT-REPLAY-COUNT       PIC 9(8)    VALUE 0.
01 WS-REPLAY-SEEN-FLAG       PIC 9       VALUE 0.
   88 REPLAY-LINE-SEEN                   VALUE 1.
01 WS-IN-TOOLS-FLAG          PIC 9       VALUE 0.
   88 IN-TOOL-SECTION                    VALUE 1.
   88 NOT-IN-TOOL-SECTION                VALUE 0.
01 WS-RPT-IN-TOOL-NAME       PIC X(32)   VALUE SPACES.
01 WS-RPT-IN-COUNT-TEXT      PIC X(16)   VALUE SPACES.
01 WS-RPT-IN-COUNT           PIC 9(8)    VALUE 0.

01 WS-SUM-SPLIT-COUNT        PIC 9(8)    VALUE 0.
01 WS-SUM-SPLIT-HASH         PIC S9(13)V9(4) VALUE 0.
01 WS-SUM-RESP-COUNT         PIC 9(8)    VALUE 0.
01 WS-SUM-ACT-COUNT          PIC 9(8)    VALUE 0.
01 WS-SUM-ACT-HASH           PIC S9(13)V9(4) VALUE 0.
01 WS-PARTS-BALANCED         PIC 9(2)    VALUE 0.
01 WS-PARTS-OUT              PIC 9(2)    VALUE 0.
01 WS-PARTS-NOT-BALANCED     PIC 9(2)    VALUE 0.

*> ============================================================
*> REPORT LINE BUILDING
*> ============================================================
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.
01 WS-RPT-EDIT-COUNT         PIC ZZZZZZZ9 VALUE ZERO.
01 WS-RPT-EDIT-COUNT-2       PIC ZZZZZZZ9 VALUE ZERO.
01 WS-RPT-EDIT-FIRST         PIC ZZZZZZZ9 VALUE ZERO.
01 WS-RPT-EDIT-LAST          PIC ZZZZZZZ9 VALUE ZERO.
01 WS-BAL-HASH-EDITED        PIC -(12)9.9(4) VALUE SPACES.
01 WS-BAL-HASH-EDITED-2      PIC -(12)9.9(4) VALUE SPACES.
01 WS-PART-STATUS-TEXT       PIC X(20)   VALUE SPACES.

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM OPEN-FILES
    PERFORM LOAD-SPLIT-CONTROL
    PERFORM MERGE-ONE-PARTITION
        VARYING WS-PART-IDX FROM 1 BY 1
        UNTIL WS-PART-IDX > WS-PART-MAX
    PERFORM WRITE-CONSOLIDATED-REPORT
    CLOSE RESPONSE-FILE
    CLOSE REPORT-FILE
    CLOSE AUDIT-FILE
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> OPEN-FILES
*> ============================================================
OPEN-FILES.
    OPEN INPUT SPLIT-CONTROL-FILE
    IF WS-SPLITCTL-STATUS NOT = "00"
        DISPLAY "BATCH-MERGE: split control file SPLITCTL is "
            "not available -- nothing to merge"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RESPONSE-FILE
    IF WS-RESPOUT-STATUS NOT = "00"
        DISPLAY "BATCH-MERGE: could not open merged response "
            "file RESPOUT"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "BATCH-MERGE: could not open consolidated "
            "report file RPTOUT"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "BATCH-MERGE: could not open audit log "
            "AUDITLOG"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> LOAD-SPLIT-CONTROL
*> Read the ORIG record and the PART records into the
*> partition table. The partitions must be numbered 01 up,
*> as many as the ORIG record says, and must cover the
*> original request lines (2 to the line before the trailer)
*> end to end with no gap or overlap -- otherwise the line
*> numbers cannot be put back and nothing is merged.
*> ============================================================
LOAD-SPLIT-CONTROL.
    MOVE SPACES TO WS-CTL-ERROR-TEXT
    READ SPLIT-CONTROL-FILE
        AT END
            MOVE "SPLITCTL IS EMPTY" TO WS-CTL-ERROR-TEXT
    END-READ
    IF WS-CTL-ERROR-TEXT = SPACES
       AND (SC-RECORD-TYPE NOT = "ORIG"
            OR SC-PART-NUM IS NOT NUMERIC
            OR SC-LAST-LINE IS NOT NUMERIC
            OR SC-REQUEST-COUNT IS NOT NUMERIC)
        MOVE "THE FIRST SPLITCTL RECORD IS NOT A VALID ORIG RECORD"
            TO WS-CTL-ERROR-TEXT
    END-IF
    IF WS-CTL-ERROR-TEXT NOT = SPACES
        PERFORM REFUSE-SPLIT-CONTROL
    END-IF
    MOVE SC-PART-NUM TO WS-ORIG-PART-COUNT
    MOVE SC-LAST-LINE TO WS-ORIG-TRL-LINE
    MOVE SC-REQUEST-COUNT TO WS-ORIG-TRL-COUNT
    COMPUTE WS-ORIG-TRL-HASH =
        FUNCTION NUMVAL(FUNCTION TRIM(SC-HASH-TOTAL))
    MOVE SC-RUN-DATE TO WS-ORIG-RUN-DATE
    MOVE SC-ORIGIN TO WS-ORIG-ORIGIN
    MOVE SC-SPLIT-STAMP TO WS-ORIG-SPLIT-STAMP

    MOVE 0 TO WS-PART-MAX
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ SPLIT-CONTROL-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                PERFORM LOAD-ONE-PART-RECORD
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE SPLIT-CONTROL-FILE

    EVALUATE TRUE
        WHEN WS-PART-MAX = 0
            MOVE "SPLITCTL HAS NO PART RECORDS"
                TO WS-CTL-ERROR-TEXT
        WHEN WS-PART-MAX NOT = WS-ORIG-PART-COUNT
            MOVE "SPLITCTL PART RECORDS DO NOT MATCH ITS "
                & "PARTITION COUNT"
                TO WS-CTL-ERROR-TEXT
        WHEN WS-PT-LAST-LINE(WS-PART-MAX) + 1
             NOT = WS-ORIG-TRL-LINE
            MOVE "THE LAST PARTITION DOES NOT END BEFORE THE "
                & "ORIGINAL TRAILER"
                TO WS-CTL-ERROR-TEXT
    END-EVALUATE
    IF WS-CTL-ERROR-TEXT NOT = SPACES
        PERFORM REFUSE-SPLIT-CONTROL
    END-IF
    .

*> ============================================================
*> LOAD-ONE-PART-RECORD
*> ============================================================
LOAD-ONE-PART-RECORD.
    IF SC-RECORD-TYPE NOT = "PART"
       OR SC-PART-NUM IS NOT NUMERIC
       OR SC-FIRST-LINE IS NOT NUMERIC
       OR SC-LAST-LINE IS NOT NUMERIC
       OR SC-REQUEST-COUNT IS NOT NUMERIC
       OR (SC-FIRST-DATA-LINE NOT = "02"
           AND SC-FIRST-DATA-LINE NOT = "03")
        MOVE "SPLITCTL HOLDS A RECORD THAT IS NOT A VALID PART "
            & "RECORD"
            TO WS-CTL-ERROR-TEXT
        PERFORM REFUSE-SPLIT-CONTROL
    END-IF
    IF WS-PART-MAX = 99
       OR SC-PART-NUM NOT = WS-PART-MAX + 1
        MOVE "SPLITCTL PART RECORDS ARE NOT NUMBERED 01 UP "
            & "IN ORDER"
            TO WS-CTL-ERROR-TEXT
        PERFORM REFUSE-SPLIT-CONTROL
    END-IF
    IF (WS-PART-MAX = 0 AND SC-FIRST-LINE NOT = 2)
       OR (WS-PART-MAX > 0
           AND SC-FIRST-LINE NOT = WS-PT-LAST-LINE(WS-PART-MAX) + 1)
       OR SC-LAST-LINE - SC-FIRST-LINE + 1 NOT = SC-REQUEST-COUNT
        MOVE "SPLITCTL PARTITIONS DO NOT COVER THE REQUEST "
            & "LINES END TO END"
            TO WS-CTL-ERROR-TEXT
        PERFORM REFUSE-SPLIT-CONTROL
    END-IF
    ADD 1 TO WS-PART-MAX
    INITIALIZE WS-PART-ENTRY(WS-PART-MAX)
    MOVE SC-FIRST-LINE TO WS-PT-FIRST-LINE(WS-PART-MAX)
    MOVE SC-FIRST-DATA-LINE TO WS-PT-DATA-START(WS-PART-MAX)
    MOVE SC-LAST-LINE TO WS-PT-LAST-LINE(WS-PART-MAX)
    MOVE SC-REQUEST-COUNT TO WS-PT-SPLIT-COUNT(WS-PART-MAX)
    COMPUTE WS-PT-SPLIT-HASH(WS-PART-MAX) =
        FUNCTION NUMVAL(FUNCTION TRIM(SC-HASH-TOTAL))
    .

*> ============================================================
*> REFUSE-SPLIT-CONTROL
*> SPLITCTL cannot be trusted: say why on the report and on
*> SYSERR, and end the run with nothing merged.
*> ============================================================
REFUSE-SPLIT-CONTROL.
    DISPLAY "BATCH-MERGE: "
        FUNCTION TRIM(WS-CTL-ERROR-TEXT)
        " -- nothing merged"
        UPON SYSERR
    MOVE "MCP-SERVER BATCH RUN SUMMARY REPORT" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE "------------------------------------" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "PARTITIONED RUN NOT MERGED -- " DELIMITED SIZE
        FUNCTION TRIM(WS-CTL-ERROR-TEXT) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    CLOSE SPLIT-CONTROL-FILE
    CLOSE RESPONSE-FILE
    CLOSE REPORT-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

*> ============================================================
*> MERGE-ONE-PARTITION
*> Copy partition WS-PART-IDX's responses to the merged
*> RESPOUT and pick up its summary report figures.
*> ============================================================
MERGE-ONE-PARTITION.
    MOVE SPACES TO WS-PART-RESP-NAME
    STRING
        "RESPOUT.P" DELIMITED SIZE
        WS-PART-IDX DELIMITED SIZE
        INTO WS-PART-RESP-NAME
    END-STRING
    MOVE SPACES TO WS-PART-RPT-NAME
    STRING
        "RPTOUT.P" DELIMITED SIZE
        WS-PART-IDX DELIMITED SIZE
        INTO WS-PART-RPT-NAME
    END-STRING
    MOVE SPACES TO WS-PART-AUDIT-NAME
    STRING
        "AUDITLOG.P" DELIMITED SIZE
        WS-PART-IDX DELIMITED SIZE
        INTO WS-PART-AUDIT-NAME
    END-STRING
    PERFORM COPY-PARTITION-RESPONSES
    PERFORM READ-PARTITION-REPORT
    PERFORM APPEND-PARTITION-AUDIT
    .

*> ============================================================
*> APPEND-PARTITION-AUDIT
*> Append partition WS-PART-IDX's audit log to AUDITLOG as it
*> stands, then empty it. A log that cannot be emptied is
*> reported: a second merge run would append it again.
*> ============================================================
APPEND-PARTITION-AUDIT.
    OPEN INPUT PART-AUDIT-FILE
    IF WS-PART-AUDIT-STATUS NOT = "00"
        MOVE "N" TO WS-PT-AUDIT-STATE(WS-PART-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-AUDIT-COPY-COUNT
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ PART-AUDIT-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                WRITE AUDIT-RECORD FROM PART-AUDIT-RECORD
                ADD 1 TO WS-AUDIT-COPY-COUNT
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE PART-AUDIT-FILE
    IF WS-AUDIT-COPY-COUNT = 0
        MOVE "Y" TO WS-PT-AUDIT-STATE(WS-PART-IDX)
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PART-AUDIT-FILE
    IF WS-PART-AUDIT-STATUS NOT = "00"
        DISPLAY "BATCH-MERGE: " FUNCTION TRIM(WS-PART-AUDIT-NAME)
            " was appended to AUDITLOG but could not be emptied "
            "(status " WS-PART-AUDIT-STATUS ") -- empty it before "
            "BATCH-MERGE is run again"
            UPON SYSERR
        MOVE "E" TO WS-PT-AUDIT-STATE(WS-PART-IDX)
        EXIT PARAGRAPH
    END-IF
    CLOSE PART-AUDIT-FILE
    MOVE "Y" TO WS-PT-AUDIT-STATE(WS-PART-IDX)
    .

*> ============================================================
*> COPY-PARTITION-RESPONSES
*> The server numbers a partition's lines from its own HDR,
*> so the partition's first request is on line 2 -- or line
*> 3 behind an INI record, which the server does not answer:
*> original line = first line + partition line - that start
*> line. A record
*> whose line number falls outside the partition is copied
*> as it stands and counted -- BATCH-RECON will not be able
*> to match it either.
*> ============================================================
COPY-PARTITION-RESPONSES.
    OPEN INPUT PART-RESPONSE-FILE
    IF WS-PART-RESP-STATUS NOT = "00"
        MOVE "N" TO WS-PT-RESP-FOUND(WS-PART-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-PT-RESP-FOUND(WS-PART-IDX)
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ PART-RESPONSE-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                PERFORM COPY-ONE-RESPONSE
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE PART-RESPONSE-FILE
    .

*> ============================================================
*> COPY-ONE-RESPONSE
*> ============================================================
COPY-ONE-RESPONSE.
    ADD 1 TO WS-PT-RESP-COUNT(WS-PART-IDX)
    MOVE PART-RESPONSE-RECORD TO RESPONSE-RECORD
    IF PART-RESPONSE-RECORD(1:8) IS NUMERIC
       AND PART-RESPONSE-RECORD(9:1) = SPACE
        MOVE PART-RESPONSE-RECORD(1:8) TO WS-PART-LINE-NUM
        IF WS-PART-LINE-NUM >= WS-PT-DATA-START(WS-PART-IDX)
           AND WS-PART-LINE-NUM
               <= WS-PT-SPLIT-COUNT(WS-PART-IDX)
                  + WS-PT-DATA-START(WS-PART-IDX) - 1
            COMPUTE WS-MERGED-LINE-NUM =
                WS-PT-FIRST-LINE(WS-PART-IDX)
                + WS-PART-LINE-NUM
                - WS-PT-DATA-START(WS-PART-IDX)
            MOVE WS-MERGED-LINE-NUM TO RESPONSE-RECORD(1:8)
        ELSE
            ADD 1 TO WS-PT-BAD-LINE-COUNT(WS-PART-IDX)
        END-IF
    ELSE
        ADD 1 TO WS-PT-BAD-LINE-COUNT(WS-PART-IDX)
    END-IF
    WRITE RESPONSE-RECORD
    ADD 1 TO WS-MERGED-COUNT
    .

*> ============================================================
*> READ-PARTITION-REPORT
*> Pick the figures out of a partition's RPTOUT, which is in
*> the layout MCP-SERVER's WRITE-BATCH-REPORT prints.
*> ============================================================
READ-PARTITION-REPORT.
    OPEN INPUT PART-REPORT-FILE
    IF WS-PART-RPT-STATUS NOT = "00"
        MOVE "N" TO WS-PT-RPT-FOUND(WS-PART-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-PT-RPT-FOUND(WS-PART-IDX)
    SET NOT-IN-TOOL-SECTION TO TRUE
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ PART-REPORT-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                PERFORM TAKE-ONE-REPORT-LINE
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE PART-REPORT-FILE
    .

*> ============================================================
*> TAKE-ONE-REPORT-LINE
*> The count fields follow an 18-character label ("ISERROR
*> RESULTS : " and its neighbours) or, in the BALANCING
*> section, a 22-character one, as the server lays them out.
*> ============================================================
TAKE-ONE-REPORT-LINE.
    EVALUATE TRUE
        WHEN PART-REPORT-RECORD = "TOOL CALLS BY NAME:"
            SET IN-TOOL-SECTION TO TRUE
        WHEN PART-REPORT-RECORD(1:18) = "ISERROR RESULTS : "
            SET NOT-IN-TOOL-SECTION TO TRUE
            COMPUTE WS-RPT-ISERROR-COUNT = WS-RPT-ISERROR-COUNT
                + FUNCTION NUMVAL(PART-REPORT-RECORD(19:8))
        WHEN PART-REPORT-RECORD(1:18) = "PARSE FAILURES  : "
            COMPUTE WS-RPT-PARSE-FAIL-COUNT =
                WS-RPT-PARSE-FAIL-COUNT
                + FUNCTION NUMVAL(PART-REPORT-RECORD(19:8))
        WHEN PART-REPORT-RECORD(1:18) = "DUPLICATES      : "
            COMPUTE WS-PT-DUP-COUNT(WS-PART-IDX) =
                FUNCTION NUMVAL(PART-REPORT-RECORD(19:8))
            ADD WS-PT-DUP-COUNT(WS-PART-IDX)
                TO WS-RPT-DUPLICATE-COUNT
        WHEN PART-REPORT-RECORD(1:18) = "FORCED REPLAYS  : "
            SET REPLAY-LINE-SEEN TO TRUE
            COMPUTE WS-RPT-REPLAY-COUNT = WS-RPT-REPLAY-COUNT
                + FUNCTION NUMVAL(PART-REPORT-RECORD(19:8))
        WHEN IN-TOOL-SECTION
         AND PART-REPORT-RECORD(1:2) = SPACES
            PERFORM TAKE-TOOL-COUNT-LINE
        WHEN PART-REPORT-RECORD(1:18) = "  HEADER RUN DATE "
            MOVE PART-REPORT-RECORD(19:8)
                TO WS-PT-RUN-DATE(WS-PART-IDX)
        WHEN PART-REPORT-RECORD(1:16) = "  NO TRAILER REC"
            MOVE "N" TO WS-PT-BAL-STATE(WS-PART-IDX)
        WHEN PART-REPORT-RECORD(1:16) = "  RESTART RUN --"
            MOVE "R" TO WS-PT-BAL-STATE(WS-PART-IDX)
        WHEN PART-REPORT-RECORD(1:22) = "  EXPECTED REQUESTS : "
            COMPUTE WS-PT-EXP-COUNT(WS-PART-IDX) =
                FUNCTION NUMVAL(PART-REPORT-RECORD(23:8))
        WHEN PART-REPORT-RECORD(1:22) = "  ACTUAL REQUESTS   : "
            COMPUTE WS-PT-ACT-COUNT(WS-PART-IDX) =
                FUNCTION NUMVAL(PART-REPORT-RECORD(23:8))
        WHEN PART-REPORT-RECORD(1:22) = "  EXPECTED HASH     : "
            COMPUTE WS-PT-EXP-HASH(WS-PART-IDX) =
                FUNCTION NUMVAL(
                    FUNCTION TRIM(PART-REPORT-RECORD(23:32)))
        WHEN PART-REPORT-RECORD(1:22) = "  ACTUAL HASH       : "
            COMPUTE WS-PT-ACT-HASH(WS-PART-IDX) =
                FUNCTION NUMVAL(
                    FUNCTION TRIM(PART-REPORT-RECORD(23:32)))
        WHEN PART-REPORT-RECORD = "  *** IN BALANCE ***"
            MOVE "B" TO WS-PT-BAL-STATE(WS-PART-IDX)
        WHEN PART-REPORT-RECORD = "  *** OUT OF BALANCE ***"
            MOVE "O" TO WS-PT-BAL-STATE(WS-PART-IDX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> ============================================================
*> TAKE-TOOL-COUNT-LINE
*> "  <tool> : <count>" -- add the count to the merged table,
*> adding a new entry the first time a tool name is seen, as
*> the server's TALLY-TOOL-CALL does.
*> ============================================================
TAKE-TOOL-COUNT-LINE.
    MOVE SPACES TO WS-RPT-IN-TOOL-NAME
    MOVE SPACES TO WS-RPT-IN-COUNT-TEXT
    UNSTRING PART-REPORT-RECORD(3:)
        DELIMITED BY " : "
        INTO WS-RPT-IN-TOOL-NAME
             WS-RPT-IN-COUNT-TEXT
    END-UNSTRING
    IF WS-RPT-IN-TOOL-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RPT-IN-COUNT =
        FUNCTION NUMVAL(WS-RPT-IN-COUNT-TEXT)
    SET RPT-TOOL-NOT-FOUND TO TRUE
    PERFORM VARYING WS-RPT-TOOL-TAB-IDX FROM 1 BY 1
        UNTIL WS-RPT-TOOL-TAB-IDX > WS-RPT-TOOL-TAB-MAX
           OR RPT-TOOL-FOUND
        IF WS-RPT-TOOL-NAME(WS-RPT-TOOL-TAB-IDX)
            = WS-RPT-IN-TOOL-NAME
            ADD WS-RPT-IN-COUNT
                TO WS-RPT-TOOL-COUNT(WS-RPT-TOOL-TAB-IDX)
            SET RPT-TOOL-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF RPT-TOOL-NOT-FOUND
       AND WS-RPT-TOOL-TAB-MAX < 20
        ADD 1 TO WS-RPT-TOOL-TAB-MAX
        MOVE WS-RPT-IN-TOOL-NAME
            TO WS-RPT-TOOL-NAME(WS-RPT-TOOL-TAB-MAX)
        MOVE WS-RPT-IN-COUNT
            TO WS-RPT-TOOL-COUNT(WS-RPT-TOOL-TAB-MAX)
    END-IF
    .

*> ============================================================
*> WRITE-CONSOLIDATED-REPORT
*> The server's summary report layout, with the counts summed
*> over the partitions, followed by the partition control
*> totals.
*> ============================================================
WRITE-CONSOLIDATED-REPORT.
    MOVE "MCP-SERVER BATCH RUN SUMMARY REPORT" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE "------------------------------------" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-PART-MAX TO WS-RPT-EDIT-COUNT
    STRING
        "MERGED FROM " DELIMITED SIZE
        FUNCTION TRIM(WS-RPT-EDIT-COUNT) DELIMITED SIZE
        " PARTITIONS SPLIT AT " DELIMITED SIZE
        WS-ORIG-SPLIT-STAMP DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE "TOOL CALLS BY NAME:" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-RPT-TOOL-TAB-IDX FROM 1 BY 1
        UNTIL WS-RPT-TOOL-TAB-IDX > WS-RPT-TOOL-TAB-MAX
        MOVE WS-RPT-TOOL-COUNT(WS-RPT-TOOL-TAB-IDX)
            TO WS-RPT-EDIT-COUNT
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  " DELIMITED SIZE
            WS-RPT-TOOL-NAME(WS-RPT-TOOL-TAB-IDX)
                DELIMITED SPACES
            " : " DELIMITED SIZE
            WS-RPT-EDIT-COUNT DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE REPORT-RECORD FROM WS-RPT-LINE
    END-PERFORM

    MOVE WS-RPT-ISERROR-COUNT TO WS-RPT-EDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "ISERROR RESULTS : " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-RPT-PARSE-FAIL-COUNT TO WS-RPT-EDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "PARSE FAILURES  : " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-RPT-DUPLICATE-COUNT TO WS-RPT-EDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "DUPLICATES      : " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        "  (already processed -- not reprocessed)"
            DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    IF REPLAY-LINE-SEEN
        MOVE WS-RPT-REPLAY-COUNT TO WS-RPT-EDIT-COUNT
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "FORCED REPLAYS  : " DELIMITED SIZE
            WS-RPT-EDIT-COUNT DELIMITED SIZE
            "  (FORCE parm -- answered again)" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    IF WS-RPT-DUPLICATE-COUNT > 0 AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF

    PERFORM SUM-PARTITION-FIGURES
    PERFORM WRITE-BALANCING-SECTION
    PERFORM WRITE-PARTITION-SECTION
    .

*> ============================================================
*> SUM-PARTITION-FIGURES
*> ============================================================
SUM-PARTITION-FIGURES.
    PERFORM VARYING WS-PART-IDX FROM 1 BY 1
        UNTIL WS-PART-IDX > WS-PART-MAX
        ADD WS-PT-SPLIT-COUNT(WS-PART-IDX) TO WS-SUM-SPLIT-COUNT
        ADD WS-PT-SPLIT-HASH(WS-PART-IDX) TO WS-SUM-SPLIT-HASH
        ADD WS-PT-RESP-COUNT(WS-PART-IDX) TO WS-SUM-RESP-COUNT
        ADD WS-PT-ACT-COUNT(WS-PART-IDX) TO WS-SUM-ACT-COUNT
        ADD WS-PT-ACT-HASH(WS-PART-IDX) TO WS-SUM-ACT-HASH
        EVALUATE WS-PT-BAL-STATE(WS-PART-IDX)
            WHEN "B"
                ADD 1 TO WS-PARTS-BALANCED
            WHEN "O"
                ADD 1 TO WS-PARTS-OUT
            WHEN OTHER
                ADD 1 TO WS-PARTS-NOT-BALANCED
        END-EVALUATE
    END-PERFORM
    .

*> ============================================================
*> WRITE-BALANCING-SECTION
*> The original trailer against the sum of what the partition
*> runs actually read and accumulated. Performed only when
*> every partition run balanced itself one way or the other;
*> IN BALANCE needs the sums to agree and no partition out.
*> ============================================================
WRITE-BALANCING-SECTION.
    MOVE "BALANCING:" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  HEADER RUN DATE " DELIMITED SIZE
        WS-ORIG-RUN-DATE DELIMITED SIZE
        " ORIGIN " DELIMITED SIZE
        FUNCTION TRIM(WS-ORIG-ORIGIN) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    IF WS-PARTS-NOT-BALANCED > 0
        MOVE WS-PARTS-NOT-BALANCED TO WS-RPT-EDIT-COUNT
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  " DELIMITED SIZE
            FUNCTION TRIM(WS-RPT-EDIT-COUNT) DELIMITED SIZE
            " PARTITION(S) NOT BALANCED -- BALANCING NOT "
                DELIMITED SIZE
            "PERFORMED" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE REPORT-RECORD FROM WS-RPT-LINE
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ORIG-TRL-COUNT TO WS-RPT-EDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  EXPECTED REQUESTS : " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-SUM-ACT-COUNT TO WS-RPT-EDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  ACTUAL REQUESTS   : " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-ORIG-TRL-HASH TO WS-BAL-HASH-EDITED
    MOVE WS-SUM-ACT-HASH TO WS-BAL-HASH-EDITED-2
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  EXPECTED HASH     : " DELIMITED SIZE
        FUNCTION TRIM(WS-BAL-HASH-EDITED) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  ACTUAL HASH       : " DELIMITED SIZE
        FUNCTION TRIM(WS-BAL-HASH-EDITED-2) DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    IF WS-ORIG-TRL-COUNT = WS-SUM-ACT-COUNT
       AND WS-ORIG-TRL-HASH = WS-SUM-ACT-HASH
       AND WS-PARTS-OUT = 0
        MOVE "  *** IN BALANCE ***" TO WS-RPT-LINE
        WRITE REPORT-RECORD FROM WS-RPT-LINE
    ELSE
        MOVE "  *** OUT OF BALANCE ***" TO WS-RPT-LINE
        WRITE REPORT-RECORD FROM WS-RPT-LINE
        MOVE 8 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> WRITE-PARTITION-SECTION
*> One line per partition -- the original lines it held, its
*> request count and hash total as split, the responses
*> merged and its own run's verdict -- then the partition
*> totals against the original trailer.
*> ============================================================
WRITE-PARTITION-SECTION.
    MOVE "PARTITION CONTROL TOTALS:" TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    MOVE "  PART    FIRST -     LAST  REQUESTS RESPONSES  "
        & "       HASH TOTAL  STATUS"
        TO WS-RPT-LINE
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    PERFORM WRITE-ONE-PARTITION-LINE
        VARYING WS-PART-IDX FROM 1 BY 1
        UNTIL WS-PART-IDX > WS-PART-MAX

    MOVE WS-SUM-SPLIT-COUNT TO WS-RPT-EDIT-COUNT
    MOVE WS-SUM-RESP-COUNT TO WS-RPT-EDIT-COUNT-2
    MOVE WS-SUM-SPLIT-HASH TO WS-BAL-HASH-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  PARTITION TOTAL            " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-RPT-EDIT-COUNT-2 DELIMITED SIZE
        " " DELIMITED SIZE
        WS-BAL-HASH-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-ORIG-TRL-COUNT TO WS-RPT-EDIT-COUNT
    MOVE WS-ORIG-TRL-HASH TO WS-BAL-HASH-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  ORIGINAL TRAILER           " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        "           " DELIMITED SIZE
        WS-BAL-HASH-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    IF WS-SUM-SPLIT-COUNT = WS-ORIG-TRL-COUNT
       AND WS-SUM-SPLIT-HASH = WS-ORIG-TRL-HASH
        MOVE "  *** PARTITIONS ADD BACK TO THE ORIGINAL "
            & "TRAILER ***"
            TO WS-RPT-LINE
        WRITE REPORT-RECORD FROM WS-RPT-LINE
    ELSE
        MOVE "  *** PARTITIONS DO NOT ADD BACK TO THE ORIGINAL "
            & "TRAILER ***"
            TO WS-RPT-LINE
        WRITE REPORT-RECORD FROM WS-RPT-LINE
        MOVE 8 TO WS-RUN-RC
    END-IF

    MOVE WS-MERGED-COUNT TO WS-RPT-EDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  RESPONSE RECORDS MERGED : " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-ONE-PARTITION-LINE
*> The partition's status is the first thing wrong with it,
*> in the order a merge operator would want to chase it; any
*> of them but a restart run or duplicates ends the merge with
*> condition code 8.
*> ============================================================
WRITE-ONE-PARTITION-LINE.
    EVALUATE TRUE
        WHEN WS-PT-RESP-FOUND(WS-PART-IDX) NOT = "Y"
            MOVE "NO RESPOUT" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-RPT-FOUND(WS-PART-IDX) NOT = "Y"
            MOVE "NO RPTOUT" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-AUDIT-STATE(WS-PART-IDX) = "N"
            MOVE "NO AUDITLOG" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-AUDIT-STATE(WS-PART-IDX) = "E"
            MOVE "AUDITLOG NOT EMPTIED" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-RUN-DATE(WS-PART-IDX) NOT = WS-ORIG-RUN-DATE
            MOVE "NOT THIS RUN" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-BAD-LINE-COUNT(WS-PART-IDX) > 0
            MOVE "BAD LINE NUMBERS" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-RESP-COUNT(WS-PART-IDX)
             NOT = WS-PT-SPLIT-COUNT(WS-PART-IDX)
            MOVE "RESPONSES MISSING" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-BAL-STATE(WS-PART-IDX) = "R"
            MOVE "RESTART RUN" TO WS-PART-STATUS-TEXT
        WHEN WS-PT-BAL-STATE(WS-PART-IDX) = "N"
            MOVE "NO TRAILER READ" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-BAL-STATE(WS-PART-IDX) = SPACE
            MOVE "NO BALANCING" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-EXP-COUNT(WS-PART-IDX)
             NOT = WS-PT-SPLIT-COUNT(WS-PART-IDX)
          OR WS-PT-EXP-HASH(WS-PART-IDX)
             NOT = WS-PT-SPLIT-HASH(WS-PART-IDX)
            MOVE "TRAILER CHANGED" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-BAL-STATE(WS-PART-IDX) = "O"
            MOVE "OUT OF BALANCE" TO WS-PART-STATUS-TEXT
            MOVE 8 TO WS-RUN-RC
        WHEN WS-PT-DUP-COUNT(WS-PART-IDX) > 0
            MOVE "IN BALANCE (DUPS)" TO WS-PART-STATUS-TEXT
        WHEN OTHER
            MOVE "IN BALANCE" TO WS-PART-STATUS-TEXT
    END-EVALUATE
    MOVE WS-PT-FIRST-LINE(WS-PART-IDX) TO WS-RPT-EDIT-FIRST
    MOVE WS-PT-LAST-LINE(WS-PART-IDX) TO WS-RPT-EDIT-LAST
    MOVE WS-PT-SPLIT-COUNT(WS-PART-IDX) TO WS-RPT-EDIT-COUNT
    MOVE WS-PT-RESP-COUNT(WS-PART-IDX) TO WS-RPT-EDIT-COUNT-2
    MOVE WS-PT-SPLIT-HASH(WS-PART-IDX) TO WS-BAL-HASH-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  " DELIMITED SIZE
        WS-PART-IDX DELIMITED SIZE
        "   " DELIMITED SIZE
        WS-RPT-EDIT-FIRST DELIMITED SIZE
        " - " DELIMITED SIZE
        WS-RPT-EDIT-LAST DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-RPT-EDIT-COUNT DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-RPT-EDIT-COUNT-2 DELIMITED SIZE
        " " DELIMITED SIZE
        WS-BAL-HASH-EDITED DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-PART-STATUS-TEXT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE
    .

END PROGRAM BATCH-MERGE.
