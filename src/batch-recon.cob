*> The audit log accumulates across runs, so audit entries are
*> matched by request id: an id reused from an earlier run can
*> satisfy the match, which is why batch ids should stay
*> unique per run. A request the server's processed request
*> register caught as already answered comes back with status
*> DUP and is not audited again; the entry the earlier run
*> wrote may since have been moved off the live log by
*> AUDIT-ROTATE, so DUP requests are not looked for there.
*>
*> The totals carry the HDR run date and origin of the file
*> reconciled, so a later step (GL-JOURNAL) can tell this
*> report belongs to its own run.
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================
         88 REQ-IS-TOOLS-CALL            VALUE 1.
      10 WS-REQ-MATCHED       PIC 9      VALUE 0.
         88 REQ-HAS-RESPONSE             VALUE 1.
      10 WS-REQ-RSP-STATUS    PIC X(5)   VALUE SPACES.
01 WS-REQ-OVERFLOW-FLAG      PIC 9       VALUE 0.
   88 REQ-TABLE-OVERFLOWED               VALUE 1.
   88 REQ-TABLE-NOT-OVERFLOWED           VALUE 0.
01 WS-INPUT-LINE-NUM         PIC 9(8)    VALUE 0.
01 WS-HDR-TOKEN-1            PIC X(16)   VALUE SPACES.
01 WS-HDR-RUN-DATE           PIC X(16)   VALUE SPACES.
01 WS-HDR-ORIGIN             PIC X(24)   VALUE SPACES.

*> ============================================================
*> RESPONSE RECORD TABLE
                SET EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-INPUT-LINE-NUM
                IF WS-INPUT-LINE-NUM = 1
                   AND INPUT-REQUEST-RECORD(1:4) = "HDR "
                    UNSTRING INPUT-REQUEST-RECORD
                        DELIMITED BY ALL " "
                        INTO WS-HDR-TOKEN-1
                             WS-HDR-RUN-DATE
                             WS-HDR-ORIGIN
                    END-UNSTRING
                END-IF
                IF (WS-INPUT-LINE-NUM = 1
                    AND INPUT-REQUEST-RECORD(1:4) = "HDR ")
                   OR INPUT-REQUEST-RECORD(1:4) = "TRL "
*> ============================================================
*> MATCH-THE-THREE-WAYS
*> Pair requests with responses by input line number, mark
*> both sides and carry the response status onto the request,
*> then check the audit side of every tools/call request.
*> ============================================================
MATCH-THE-THREE-WAYS.
    PERFORM VARYING WS-REQ-TAB-IDX FROM 1 BY 1
                = WS-REQ-LINE-NUM(WS-REQ-TAB-IDX)
                MOVE 1 TO WS-REQ-MATCHED(WS-REQ-TAB-IDX)
                MOVE 1 TO WS-RSP-MATCHED(WS-RSP-TAB-IDX)
                MOVE WS-RSP-STATUS(WS-RSP-TAB-IDX)
                    TO WS-REQ-RSP-STATUS(WS-REQ-TAB-IDX)
            END-IF
        END-PERFORM
    END-PERFORM
*> WRITE-NO-AUDIT-SECTION
*> tools/call requests whose id has no audit entry. An id-less
*> tools/call never gets an audit record from the server, so
*> those are excluded rather than reported forever, and so is
*> a DUP: it was not audited by this run, and the earlier
*> run's entry may already be in an archive.
*> ============================================================
WRITE-NO-AUDIT-SECTION.
    MOVE SPACES TO WS-RPT-LINE
        UNTIL WS-REQ-TAB-IDX > WS-REQ-TAB-MAX
        IF WS-REQ-TOOLSCALL(WS-REQ-TAB-IDX) = 1
           AND WS-REQ-ID(WS-REQ-TAB-IDX) NOT = "*NONE*"
           AND WS-REQ-RSP-STATUS(WS-REQ-TAB-IDX) NOT = "DUP"
            PERFORM LOOK-UP-AUDIT-ID
            IF AUDIT-ID-NOT-FOUND
                ADD 1 TO WS-NO-AUDIT-COUNT
    MOVE SPACES TO WS-RPT-LINE
    WRITE RECON-RECORD FROM WS-RPT-LINE

    MOVE SPACES TO WS-RPT-LINE
    STRING
        "RUN DATE             : " DELIMITED SIZE
        WS-HDR-RUN-DATE DELIMITED SPACE
        INTO WS-RPT-LINE
    END-STRING
    WRITE RECON-RECORD FROM WS-RPT-LINE

    MOVE SPACES TO WS-RPT-LINE
    STRING
        "ORIGIN               : " DELIMITED SIZE
        WS-HDR-ORIGIN DELIMITED SPACE
        INTO WS-RPT-LINE
    END-STRING
    WRITE RECON-RECORD FROM WS-RPT-LINE

    MOVE WS-REQ-TAB-MAX TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
