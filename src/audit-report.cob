*> server appends to across all runs. The per-run RPTOUT
*> summary covers one batch run; this program answers the
*> cross-run, cross-session questions: which tools were used,
*> by day, with what error rate, by which client, when is the
*> server busiest, and how is usage trending month over month.
*>
*> The report is produced from SORTed passes over the audit
*> records with control breaks on the sorted stream, so the
*> daily detail, tool totals, client usage, and monthly trend
*> are exact
*> regardless of how many days, tools, or months the log
*> covers -- no fixed accumulation tables, no overflow, no
*> silently incomplete detail section.
*> Input : AUDITLOG -- one record per tools/call, as written by
*>         the server:
*>         <timestamp> id=<id> tool=<name> result=<OK|ERROR>
*>         client=<name> clientver=<version>
*>         [fromrate=.. fromeff=.. torate=.. toeff=..] args=[...]
*>         where the timestamp is FUNCTION CURRENT-DATE
*>         (YYYYMMDDHHMMSShh+zzzz). Records logged before the
*>         client was recorded are reported under
*>         "(not recorded)"; client=*NONE* (no clientInfo given
*>         at initialize) under "(not identified)".
*>         AUDCATLG / AUDARCH.YYYYMM -- the archive catalog
*>         and monthly archive files the AUDIT-ROTATE
*>         housekeeping job maintains. The catalog picks the
*>         "show me March" no longer scans the whole history.
*> Output: USAGERPT -- formatted usage report with sections for
*>         calls per tool per day, totals and error rates by
*>         tool, usage by client, the busiest hour, and a
*>         month-over-month trend.
*> Parm  : optional FROM=YYYYMM and/or TO=YYYYMM on the
*>         command line restrict the report to that period;
*>         without them the whole history (archives plus live
    05 SORT-DAY                   PIC X(8).
    05 SORT-TOOL                  PIC X(32).
    05 SORT-OK-FLAG               PIC X(1).
    05 SORT-CLIENT                PIC X(32).

WORKING-STORAGE SECTION.


*> ============================================================
*> SORT PASS CONTROL
*> The same input procedure feeds all four sort passes; the
*> single-pass figures (hourly distribution, footing counts)
*> are accumulated on the first pass only.
*> ============================================================
01 WS-REC-HOUR-TEXT          PIC X(2)    VALUE SPACES.
01 WS-REC-TOOL               PIC X(32)   VALUE SPACES.
01 WS-REC-RESULT             PIC X(8)    VALUE SPACES.
01 WS-REC-CLIENT             PIC X(32)   VALUE SPACES.
01 WS-REC-OK-FLAG            PIC 9       VALUE 0.
   88 RECORD-RESULT-OK                   VALUE 1.
   88 RECORD-RESULT-ERROR                VALUE 0.
01 WS-BREAK-DAY              PIC X(8)    VALUE SPACES.
01 WS-BREAK-TOOL             PIC X(32)   VALUE SPACES.
01 WS-BREAK-MONTH            PIC X(6)    VALUE SPACES.
01 WS-BREAK-CLIENT           PIC X(32)   VALUE SPACES.
01 WS-CLIENT-OK-COUNT        PIC 9(8)    VALUE 0.
01 WS-CLIENT-ERR-COUNT       PIC 9(8)    VALUE 0.
01 WS-GROUP-OK-COUNT         PIC 9(8)    VALUE 0.
01 WS-GROUP-ERR-COUNT        PIC 9(8)    VALUE 0.
01 WS-GROUP-CALL-COUNT       PIC 9(8)    VALUE 0.

*> ============================================================
*> MAIN-PROGRAM
*> Four sort passes over the same selected input: day/tool
*> order for the daily detail (whose day ordering also proves
*> out the heading), tool order for the tool totals,
*> client/tool order for the usage by client, and day order
*> again for the monthly trend (the month is the leading six
*> characters of the day, so the months arrive grouped).
*> ============================================================
MAIN-PROGRAM.
    PERFORM PARSE-RUN-PERIOD
        INPUT PROCEDURE IS FEED-SORT-INPUT
        OUTPUT PROCEDURE IS WRITE-TOOL-TOTALS-SECTION

    MOVE 3 TO WS-PASS-NUMBER
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-CLIENT
        ON ASCENDING KEY SORT-TOOL
        INPUT PROCEDURE IS FEED-SORT-INPUT
        OUTPUT PROCEDURE IS WRITE-CLIENT-USAGE-SECTION

    PERFORM WRITE-BUSIEST-HOUR-SECTION

    MOVE 4 TO WS-PASS-NUMBER
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-DAY
        INPUT PROCEDURE IS FEED-SORT-INPUT
*> cataloged archive inside the period, then the live log,
*> parse and period-filter each record, and RELEASE one sort
*> record per call. The single-pass figures (hour table,
*> footing counts) are only accumulated on pass 1 so four
*> passes over the same input do not quadruple them.
*> ============================================================
FEED-SORT-INPUT.
    PERFORM VARYING WS-CAT-TAB-IDX FROM 1 BY 1
            END-IF
            MOVE WS-REC-DATE TO SORT-DAY
            MOVE WS-REC-TOOL TO SORT-TOOL
            MOVE WS-REC-CLIENT TO SORT-CLIENT
            IF RECORD-RESULT-OK
                MOVE "Y" TO SORT-OK-FLAG
            ELSE

*> ============================================================
*> PARSE-AUDIT-RECORD
*> Pull the date, hour, tool name, result flag, and client out
*> of one audit record. The timestamp leads the record; tool=,
*> result=, and client= are located by scanning. The client
*> is optional -- older records simply do not carry it.
*> ============================================================
PARSE-AUDIT-RECORD.
    SET RECORD-DOES-NOT-PARSE TO TRUE
    MOVE SPACES TO WS-REC-TOOL
    MOVE SPACES TO WS-REC-RESULT
    MOVE SPACES TO WS-REC-CLIENT

    IF WS-AUDIT-REC(1:8) IS NOT NUMERIC
        EXIT PARAGRAPH
        SET RECORD-RESULT-ERROR TO TRUE
    END-IF

    MOVE " client=" TO WS-RPT-LINE
    PERFORM FIND-TOKEN-AFTER-TAG
    IF TOKEN-NOT-FOUND OR WS-TOKEN-LEN = 0
        MOVE "(not recorded)" TO WS-REC-CLIENT
    ELSE
        IF WS-TOKEN-LEN > 32
            MOVE 32 TO WS-TOKEN-LEN
        END-IF
        MOVE WS-AUDIT-REC(WS-TOKEN-START:WS-TOKEN-LEN)
            TO WS-REC-CLIENT
        IF WS-REC-CLIENT = "*NONE*"
            MOVE "(not identified)" TO WS-REC-CLIENT
        END-IF
    END-IF

    SET RECORD-PARSES TO TRUE
    .

    SET NO-GROUP-IN-PROGRESS TO TRUE
    .

*> ============================================================
*> WRITE-CLIENT-USAGE-SECTION
*> Output procedure of the client/tool sort pass: control
*> breaks on the client (heading line and client total) and
*> the client/tool pair (detail line with call and error
*> counts). Exact for any number of clients and tools.
*> ============================================================
WRITE-CLIENT-USAGE-SECTION.
    MOVE SPACES TO WS-RPT-LINE
    WRITE USAGE-RECORD FROM WS-RPT-LINE
    MOVE "USAGE BY CLIENT" TO WS-RPT-LINE
    WRITE USAGE-RECORD FROM WS-RPT-LINE
    MOVE "---------------" TO WS-RPT-LINE
    WRITE USAGE-RECORD FROM WS-RPT-LINE

    MOVE SPACES TO WS-BREAK-CLIENT
    MOVE SPACES TO WS-BREAK-TOOL
    SET NO-GROUP-IN-PROGRESS TO TRUE
    MOVE 0 TO WS-GROUP-OK-COUNT
    MOVE 0 TO WS-GROUP-ERR-COUNT
    MOVE 0 TO WS-CLIENT-OK-COUNT
    MOVE 0 TO WS-CLIENT-ERR-COUNT
    SET SORT-RETURN-NOT-DONE TO TRUE
    PERFORM UNTIL SORT-RETURN-DONE
        RETURN SORT-WORK-FILE
            AT END
                SET SORT-RETURN-DONE TO TRUE
            NOT AT END
                IF GROUP-IN-PROGRESS
                   AND (SORT-CLIENT NOT = WS-BREAK-CLIENT
                        OR SORT-TOOL NOT = WS-BREAK-TOOL)
                    PERFORM WRITE-CLIENT-TOOL-LINE
                END-IF
                IF SORT-CLIENT NOT = WS-BREAK-CLIENT
                    IF WS-BREAK-CLIENT NOT = SPACES
                        PERFORM WRITE-CLIENT-TOTAL-LINE
                    END-IF
                    MOVE SORT-CLIENT TO WS-BREAK-CLIENT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING
                        "  " DELIMITED SIZE
                        FUNCTION TRIM(WS-BREAK-CLIENT) DELIMITED SIZE
                        ":" DELIMITED SIZE
                        INTO WS-RPT-LINE
                    END-STRING
                    WRITE USAGE-RECORD FROM WS-RPT-LINE
                END-IF
                MOVE SORT-TOOL TO WS-BREAK-TOOL
                SET GROUP-IN-PROGRESS TO TRUE
                IF SORT-OK-FLAG = "Y"
                    ADD 1 TO WS-GROUP-OK-COUNT
                    ADD 1 TO WS-CLIENT-OK-COUNT
                ELSE
                    ADD 1 TO WS-GROUP-ERR-COUNT
                    ADD 1 TO WS-CLIENT-ERR-COUNT
                END-IF
        END-RETURN
    END-PERFORM
    IF GROUP-IN-PROGRESS
        PERFORM WRITE-CLIENT-TOOL-LINE
    END-IF
    IF WS-BREAK-CLIENT = SPACES
        MOVE "  (no calls on file)" TO WS-RPT-LINE
        WRITE USAGE-RECORD FROM WS-RPT-LINE
    ELSE
        PERFORM WRITE-CLIENT-TOTAL-LINE
    END-IF
    .

*> ============================================================
*> WRITE-CLIENT-TOOL-LINE
*> Flush the accumulated client/tool group.
*> ============================================================
WRITE-CLIENT-TOOL-LINE.
    COMPUTE WS-TOOL-CALL-TOTAL =
        WS-GROUP-OK-COUNT + WS-GROUP-ERR-COUNT
    MOVE WS-TOOL-CALL-TOTAL TO WS-COUNT-EDITED
    MOVE WS-GROUP-ERR-COUNT TO WS-COUNT-EDITED-2
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "    " DELIMITED SIZE
        WS-BREAK-TOOL DELIMITED SIZE
        " CALLS: " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        "  ERRORS: " DELIMITED SIZE
        WS-COUNT-EDITED-2 DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE USAGE-RECORD FROM WS-RPT-LINE
    MOVE 0 TO WS-GROUP-OK-COUNT
    MOVE 0 TO WS-GROUP-ERR-COUNT
    SET NO-GROUP-IN-PROGRESS TO TRUE
    .

*> ============================================================
*> WRITE-CLIENT-TOTAL-LINE
*> Close off one client with its total calls, errors, and
*> error rate across all tools.
*> ============================================================
WRITE-CLIENT-TOTAL-LINE.
    COMPUTE WS-TOOL-CALL-TOTAL =
        WS-CLIENT-OK-COUNT + WS-CLIENT-ERR-COUNT
    IF WS-TOOL-CALL-TOTAL > 0
        COMPUTE WS-ERROR-RATE ROUNDED =
            WS-CLIENT-ERR-COUNT * 100 / WS-TOOL-CALL-TOTAL
    ELSE
        MOVE 0 TO WS-ERROR-RATE
    END-IF
    MOVE WS-TOOL-CALL-TOTAL TO WS-COUNT-EDITED
    MOVE WS-CLIENT-ERR-COUNT TO WS-COUNT-EDITED-2
    MOVE WS-ERROR-RATE TO WS-ERROR-RATE-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "    CLIENT TOTAL" DELIMITED SIZE
        "                     CALLS: " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        "  ERRORS: " DELIMITED SIZE
        WS-COUNT-EDITED-2 DELIMITED SIZE
        "  ERROR RATE: " DELIMITED SIZE
        WS-ERROR-RATE-EDITED DELIMITED SIZE
        " PCT" DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE USAGE-RECORD FROM WS-RPT-LINE
    MOVE 0 TO WS-CLIENT-OK-COUNT
    MOVE 0 TO WS-CLIENT-ERR-COUNT
    .

*> ============================================================
*> WRITE-BUSIEST-HOUR-SECTION
*> ============================================================
