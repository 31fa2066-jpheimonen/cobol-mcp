*> RESPOUT that always got the framing wrong, done properly:
*>
*>   - RESPOUT is read for the status of every request line
*>     (OK, ERROR, PARSE, or DUP, keyed by input line number)
*>   - INPUTREQ is read for the original request JSON of each
*>     line whose status was ERROR or PARSE (a DUP line was
*>     already answered by an earlier run)
*>   - RESUBREQ is written as a correctly framed input file:
*>     an HDR record with today's run date and the origin
*>     of INPUTREQ's own header (the server registers each
*>     request under its origin, so a resubmitted line must
*>     be registered where a rerun of the original file will
*>     find it), the selected request lines unchanged, and a
*>     TRL record with the recount and the recomputed hash
*>     total of the numeric a/b/values/amount/principal
*>     arguments -- the same figures the server balances
*>     against
*>   - RESUBLST is a one-page listing of what was selected and
*>     why (line, id, status, and the error text pulled from
*>     the response), so requests that would just fail again
*>
*> Condition codes:
*>   0 - resubmission file built
*>   4 - nothing to resubmit (every line was OK or DUP)
*>   8 - RESPOUT or INPUTREQ not available
*>
*> Target: GnuCOBOL (free-format source)
01 WS-CURRENT-DATE           PIC X(21)   VALUE SPACES.
01 WS-RUN-DATE               PIC X(8)    VALUE SPACES.
01 WS-INPUT-LINE-NUM         PIC 9(8)    VALUE 0.
01 WS-HDR-TOKEN-1            PIC X(16)   VALUE SPACES.
01 WS-HDR-TOKEN-2            PIC X(16)   VALUE SPACES.
01 WS-ORIGINAL-ORIGIN        PIC X(24)   VALUE SPACES.
01 WS-FIRST-LINE-FLAG        PIC 9       VALUE 0.
   88 FIRST-LINE-IS-HEADER               VALUE 1.
   88 FIRST-LINE-NOT-HEADER              VALUE 0.
01 WS-LINE-NUM-EDITED        PIC ZZZZZZZ9 VALUE ZERO.
01 WS-COUNT-EDITED           PIC ZZZZZZZ9 VALUE ZERO.

    IF FUNCTION TRIM(WS-RSP-TOKEN-1) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    *> A DUP line was answered by an earlier run; sending it
    *> round again would only come back DUP.
    IF FUNCTION TRIM(WS-RSP-TOKEN-3) = "OK"
       OR FUNCTION TRIM(WS-RSP-TOKEN-3) = "DUP"
        EXIT PARAGRAPH
    END-IF
    IF WS-REJ-TAB-MAX >= 1000

*> ============================================================
*> BUILD-RESUBMIT-FILE
*> One pass over INPUTREQ: header first, carrying the
*> original file's origin (blank, as the server registers it,
*> when the original had no header), then every line whose
*> number appears in the reject table is copied through
*> unchanged (with its balancing figures accumulated), and
*> the recount/rehash trailer closes the frame.
*> ============================================================
BUILD-RESUBMIT-FILE.
    SET EOF-NOT-REACHED TO TRUE
    SET FIRST-LINE-NOT-HEADER TO TRUE
    MOVE SPACES TO WS-ORIGINAL-ORIGIN
    READ INPUT-REQUEST-FILE
        AT END
            SET EOF-REACHED TO TRUE
        NOT AT END
            ADD 1 TO WS-INPUT-LINE-NUM
            IF INPUT-REQUEST-RECORD(1:4) = "HDR "
                SET FIRST-LINE-IS-HEADER TO TRUE
                MOVE SPACES TO WS-HDR-TOKEN-1
                MOVE SPACES TO WS-HDR-TOKEN-2
                UNSTRING INPUT-REQUEST-RECORD
                    DELIMITED BY ALL " "
                    INTO WS-HDR-TOKEN-1
                         WS-HDR-TOKEN-2
                         WS-ORIGINAL-ORIGIN
                END-UNSTRING
            END-IF
    END-READ

    MOVE SPACES TO RESUBMIT-RECORD
    STRING
        "HDR " DELIMITED SIZE
        WS-RUN-DATE DELIMITED SIZE
        " " DELIMITED SIZE
        WS-ORIGINAL-ORIGIN DELIMITED SPACE
        INTO RESUBMIT-RECORD
    END-STRING
    WRITE RESUBMIT-RECORD

    *> Without a header, the first line read is a request.
    IF EOF-NOT-REACHED AND FIRST-LINE-NOT-HEADER
        PERFORM CHECK-LINE-IS-REJECT
        IF LINE-IS-REJECT
            PERFORM SELECT-ONE-LINE
        END-IF
    END-IF

    PERFORM UNTIL EOF-REACHED
        READ INPUT-REQUEST-FILE
            AT END
*> ============================================================
*> ACCUMULATE-BALANCE-HASH
*> The server's balancing accumulation, applied to the line
*> just selected: the numeric a, b, amount and principal
*> arguments plus every numeric element of a values array.
*> Scanning starts after "arguments" so a key elsewhere in
*> the message cannot pollute the total.
*> ============================================================
ACCUMULATE-BALANCE-HASH.
    MOVE INPUT-REQUEST-RECORD TO WS-PARSE-BUFFER
    PERFORM ADD-ONE-NUMERIC-ARGUMENT
    MOVE '"amount"' TO WS-SEARCH-KEY
    PERFORM ADD-ONE-NUMERIC-ARGUMENT
    MOVE '"principal"' TO WS-SEARCH-KEY
    PERFORM ADD-ONE-NUMERIC-ARGUMENT

    MOVE '"values"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
