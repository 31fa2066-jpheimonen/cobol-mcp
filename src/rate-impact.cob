>>SOURCE FORMAT FREE
*> ============================================================
*> BACK-VALUED RATE CORRECTION IMPACT REPORT
*> ============================================================
*> Run after the desk corrects a rate for an effective date
*> already in the past (a corrected RATECTL reloaded through
*> RATE-MAINT, or a feed rate rewritten by FEED-INGEST). Every
*> priced convert_currency call records on its AUDITLOG line
*> the rate generation each leg used:
*>
*>   fromrate=<rate> fromeff=<date> torate=<rate> toeff=<date>
*>
*> (PAR for the USD leg, which always converts at par). This
*> job reads the live log and the cataloged AUDARCH.YYYYMM
*> archives and, for each such conversion, asks the corrected
*> RATEMST which generation the call SHOULD have priced on:
*> the generation with the highest effective date not after
*> the call's as-of date (or, for a call without one, not
*> after the call date -- or the generation it used, if that
*> was dated later still). A leg is superseded when that
*> generation's effective date or rate differs from the one
*> recorded. Each superseded conversion is listed with the old
*> and new rate per leg, the amount as priced and as it should
*> have been priced (worked as the server works them: to six
*> places, then to cents, then to whole units for a currency
*> CURRFMT defines with no decimals), and the difference --
*> the list Finance raises counterparty adjustments from.
*>
*> Audit records written before rate generations were logged
*> cannot be assessed; they are counted, not guessed at.
*>
*> Input : RATEMST (corrected rate master), AUDITLOG,
*>         AUDCATLG and the AUDARCH.YYYYMM archives it names,
*>         CURRFMT (optional; decimal places per currency,
*>         two where a currency has no entry).
*> Output: RATEIMPT -- the impact listing with totals of the
*>         difference per target currency.
*> Parm  : optional FROM=YYYYMM and/or TO=YYYYMM restrict the
*>         scan to calls made in that period, as for
*>         AUDIT-REPORT.
*>
*> Condition codes:
*>   0 - listing written, no conversion priced on a
*>       superseded generation
*>   4 - listing written, superseded conversions listed
*>   8 - rate master not available, or no audit data at all
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. RATE-IMPACT.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-MASTER
        ASSIGN TO "RATEMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RATEMST-STATUS.

    SELECT OPTIONAL AUDIT-FILE
        ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    *> Monthly archive files cut by the AUDIT-ROTATE job,
    *> opened one at a time by catalog entry.
    SELECT ARCHIVE-FILE
        ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT OPTIONAL CATALOG-FILE
        ASSIGN TO "AUDCATLG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.

    SELECT OPTIONAL CURRFMT-FILE
        ASSIGN TO "CURRFMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CURRFMT-STATUS.

    SELECT IMPACT-REPORT-FILE
        ASSIGN TO "RATEIMPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMPACT-STATUS.

DATA DIVISION.

FILE SECTION.

FD  RATE-MASTER.
01  RATE-MASTER-RECORD.
    05 RM-KEY.
       10 RM-CCY-CODE             PIC X(3).
       10 RM-EFF-DATE             PIC X(8).
    05 RM-RATE                    PIC 9(6)V9(6).
    *> K keyed via RATECTL, F from the bank's rate feed.
    05 RM-SOURCE                  PIC X(1).

FD  AUDIT-FILE.
01  AUDIT-RECORD                 PIC X(1536).

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD               PIC X(1536).

FD  CATALOG-FILE.
01  CATALOG-RECORD.
    05 CAT-MONTH                  PIC X(6).
    05 FILLER                     PIC X(1).
    05 CAT-FIRST-DATE             PIC X(8).
    05 FILLER                     PIC X(1).
    05 CAT-LAST-DATE              PIC X(8).
    05 FILLER                     PIC X(1).
    05 CAT-REC-COUNT              PIC 9(8).
    05 FILLER                     PIC X(1).
    05 CAT-FILE-NAME              PIC X(16).

FD  CURRFMT-FILE.
01  CURRFMT-RECORD.
    05 CURRFMT-CCY-CODE           PIC X(3).
    05 FILLER                     PIC X(1).
    05 CURRFMT-SYMBOL             PIC X(4).
    05 FILLER                     PIC X(1).
    05 CURRFMT-DECIMALS           PIC X(1).
    05 FILLER                     PIC X(1).
    05 CURRFMT-CONVENTION         PIC X(1).

FD  IMPACT-REPORT-FILE.
01  IMPACT-RECORD                PIC X(132).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-RATEMST-STATUS         PIC X(2)    VALUE SPACES.
01 WS-AUDIT-STATUS           PIC X(2)    VALUE SPACES.
01 WS-ARCHIVE-STATUS         PIC X(2)    VALUE SPACES.
01 WS-CATALOG-STATUS         PIC X(2)    VALUE SPACES.
01 WS-IMPACT-STATUS          PIC X(2)    VALUE SPACES.
01 WS-CURRFMT-STATUS         PIC X(2)    VALUE SPACES.

01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-SCAN-DONE-FLAG         PIC 9       VALUE 0.
   88 RATEMST-SCAN-DONE                  VALUE 1.
   88 RATEMST-SCAN-NOT-DONE              VALUE 0.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.

*> ============================================================
*> SCAN PERIOD AND INPUT SELECTION
*> ============================================================
01 WS-PARM-TEXT              PIC X(64)   VALUE SPACES.
01 WS-PARM-TOKEN-1           PIC X(16)   VALUE SPACES.
01 WS-PARM-TOKEN-2           PIC X(16)   VALUE SPACES.
01 WS-FROM-PERIOD            PIC X(6)    VALUE "000000".
01 WS-TO-PERIOD              PIC X(6)    VALUE "999999".
01 WS-ARCHIVE-NAME           PIC X(16)   VALUE SPACES.
01 WS-AUDIT-REC              PIC X(1536) VALUE SPACES.
01 WS-ANY-INPUT-FLAG         PIC 9       VALUE 0.
   88 SOME-INPUT-WAS-READ                VALUE 1.
   88 NO-INPUT-WAS-READ                  VALUE 0.
01 WS-CAT-TAB-IDX            PIC 9(3)    VALUE 0.
01 WS-CAT-TAB-MAX            PIC 9(3)    VALUE 0.
01 WS-CAT-TAB.
   05 WS-CAT-ENTRY OCCURS 120 TIMES.
      10 WS-CAT-MONTH         PIC X(6)   VALUE SPACES.
      10 WS-CAT-NAME          PIC X(16)  VALUE SPACES.

*> ============================================================
*> RECORD PARSING
*> ============================================================
01 WS-SCAN-POS               PIC 9(4)    VALUE 0.
01 WS-SCAN-LIMIT             PIC 9(4)    VALUE 0.
01 WS-TOKEN-START            PIC 9(4)    VALUE 0.
01 WS-TOKEN-LEN              PIC 9(4)    VALUE 0.
01 WS-TAG-TEXT               PIC X(16)   VALUE SPACES.
01 WS-TOKEN-TEXT             PIC X(64)   VALUE SPACES.
01 WS-FOUND-FLAG             PIC 9       VALUE 0.
   88 TOKEN-FOUND                        VALUE 1.
   88 TOKEN-NOT-FOUND                    VALUE 0.

*> ============================================================
*> THE CONVERSION BEING ASSESSED
*> ============================================================
01 WS-CALL-DATE              PIC X(8)    VALUE SPACES.
01 WS-CALL-ID                PIC X(64)   VALUE SPACES.
01 WS-CALL-AMOUNT-TEXT       PIC X(64)   VALUE SPACES.
01 WS-CALL-AMOUNT            PIC S9(12)V9(6) VALUE 0.
01 WS-CALL-FROM-CCY          PIC X(3)    VALUE SPACES.
01 WS-CALL-TO-CCY            PIC X(3)    VALUE SPACES.
01 WS-CALL-ASOF              PIC X(8)    VALUE SPACES.
01 WS-OLD-FROM-RATE          PIC 9(6)V9(6) VALUE 0.
01 WS-OLD-FROM-EFF           PIC X(8)    VALUE SPACES.
01 WS-OLD-TO-RATE            PIC 9(6)V9(6) VALUE 0.
01 WS-OLD-TO-EFF             PIC X(8)    VALUE SPACES.
01 WS-NEW-FROM-RATE          PIC 9(6)V9(6) VALUE 0.
01 WS-NEW-FROM-EFF           PIC X(8)    VALUE SPACES.
01 WS-NEW-TO-RATE            PIC 9(6)V9(6) VALUE 0.
01 WS-NEW-TO-EFF             PIC X(8)    VALUE SPACES.
01 WS-RESULT-6DEC            PIC S9(12)V9(6) VALUE 0.
01 WS-RESULT-2DEC            PIC S9(12)V9(2) VALUE 0.
01 WS-RESULT-0DEC            PIC S9(12)  VALUE 0.
01 WS-OLD-RESULT             PIC S9(12)V9(2) VALUE 0.
01 WS-NEW-RESULT             PIC S9(12)V9(2) VALUE 0.
01 WS-RESULT-DIFF            PIC S9(12)V9(2) VALUE 0.
01 WS-CALL-OK-FLAG           PIC 9       VALUE 0.
   88 CALL-IS-ASSESSABLE                 VALUE 1.
   88 CALL-NOT-ASSESSABLE                VALUE 0.
01 WS-SUPERSEDED-FLAG        PIC 9       VALUE 0.
   88 CALL-SUPERSEDED                    VALUE 1.
   88 CALL-NOT-SUPERSEDED                VALUE 0.
01 WS-NO-RATE-FLAG           PIC 9       VALUE 0.
   88 LEG-RATE-WITHDRAWN                 VALUE 1.
   88 LEG-RATE-ON-FILE                   VALUE 0.
01 WS-SIZE-FLAG              PIC 9       VALUE 0.
   88 AMOUNT-OVERFLOWED                  VALUE 1.
   88 AMOUNT-IN-RANGE                    VALUE 0.

*> ============================================================
*> TARGET CURRENCY DECIMAL PLACES
*> Loaded from CURRFMT, as the server loads it. A currency
*> with no entry is worked to two decimals.
*> ============================================================
01 WS-CURFMT-TAB-IDX         PIC 9(2)    VALUE 0.
01 WS-CURFMT-TAB-MAX         PIC 9(2)    VALUE 0.
01 WS-CURFMT-TAB.
   05 WS-CURFMT-ENTRY OCCURS 50 TIMES.
      10 WS-CURFMT-TAB-CCY    PIC X(3)   VALUE SPACES.
      10 WS-CURFMT-TAB-DECIMALS PIC 9    VALUE 2.
01 WS-TO-DECIMALS            PIC 9       VALUE 2.

*> ============================================================
*> RATE MASTER LOOKUP
*> Generation of WS-LOOKUP-CCY effective on or before
*> WS-LOOKUP-DATE.
*> ============================================================
01 WS-LOOKUP-CCY             PIC X(3)    VALUE SPACES.
01 WS-LOOKUP-DATE            PIC X(8)    VALUE SPACES.
01 WS-LOOKUP-RATE            PIC 9(6)V9(6) VALUE 0.
01 WS-LOOKUP-EFF             PIC X(8)    VALUE SPACES.
01 WS-LOOKUP-FOUND-FLAG      PIC 9       VALUE 0.
   88 LOOKUP-FOUND                       VALUE 1.
   88 LOOKUP-NOT-FOUND                   VALUE 0.

*> ============================================================
*> DIFFERENCE TOTALS BY TARGET CURRENCY
*> ============================================================
01 WS-CCY-TAB-IDX            PIC 9(2)    VALUE 0.
01 WS-CCY-TAB-MAX            PIC 9(2)    VALUE 0.
01 WS-CCY-TAB.
   05 WS-CCY-ENTRY OCCURS 50 TIMES.
      10 WS-CCY-TAB-CODE      PIC X(3)   VALUE SPACES.
      10 WS-CCY-TAB-COUNT     PIC 9(8)   VALUE 0.
      10 WS-CCY-TAB-DIFF      PIC S9(13)V9(2) VALUE 0.
01 WS-CCY-MATCH-IDX          PIC 9(2)    VALUE 0.

*> ============================================================
*> COUNTS
*> ============================================================
01 WS-READ-COUNT             PIC 9(8)    VALUE 0.
01 WS-CONVERT-COUNT          PIC 9(8)    VALUE 0.
01 WS-UNLOGGED-COUNT         PIC 9(8)    VALUE 0.
01 WS-IMPACT-COUNT           PIC 9(8)    VALUE 0.
01 WS-WITHDRAWN-COUNT        PIC 9(8)    VALUE 0.
01 WS-COUNT-EDITED           PIC ZZZZZZZ9 VALUE ZERO.

*> ============================================================
*> REPORT LINE BUILDING
*> ============================================================
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.
01 WS-RATE-EDITED            PIC ZZZZZ9.999999 VALUE SPACES.
01 WS-RATE-EDITED-2          PIC ZZZZZ9.999999 VALUE SPACES.
01 WS-AMOUNT-EDITED          PIC -(12)9.99 VALUE SPACES.
01 WS-AMOUNT-EDITED-2        PIC -(12)9.99 VALUE SPACES.
01 WS-DIFF-EDITED            PIC +(12)9.99 VALUE SPACES.
01 WS-LEG-CCY                PIC X(3)    VALUE SPACES.
01 WS-LEG-OLD-RATE           PIC 9(6)V9(6) VALUE 0.
01 WS-LEG-OLD-EFF            PIC X(8)    VALUE SPACES.
01 WS-LEG-NEW-RATE           PIC 9(6)V9(6) VALUE 0.
01 WS-LEG-NEW-EFF            PIC X(8)    VALUE SPACES.
01 WS-LEG-NOTE               PIC X(13)   VALUE SPACES.
01 WS-ASOF-TEXT              PIC X(15)   VALUE SPACES.

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-CATALOG-TABLE
    PERFORM VARYING WS-CAT-TAB-IDX FROM 1 BY 1
        UNTIL WS-CAT-TAB-IDX > WS-CAT-TAB-MAX
        IF WS-CAT-MONTH(WS-CAT-TAB-IDX) >= WS-FROM-PERIOD
           AND WS-CAT-MONTH(WS-CAT-TAB-IDX) <= WS-TO-PERIOD
            PERFORM SCAN-ONE-ARCHIVE
        END-IF
    END-PERFORM
    PERFORM SCAN-LIVE-LOG
    IF NO-INPUT-WAS-READ
        DISPLAY "RATE-IMPACT: neither the live audit log "
            "nor a cataloged archive is available -- "
            "nothing to assess"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
    END-IF
    PERFORM WRITE-REPORT-TOTALS
    CLOSE RATE-MASTER
    CLOSE IMPACT-REPORT-FILE
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> INITIALIZE-RUN
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

    OPEN INPUT RATE-MASTER
    IF WS-RATEMST-STATUS NOT = "00"
        DISPLAY "RATE-IMPACT: rate master RATEMST is not "
            "available (status " WS-RATEMST-STATUS ") -- "
            "nothing to assess against"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT IMPACT-REPORT-FILE
    IF WS-IMPACT-STATUS NOT = "00"
        DISPLAY "RATE-IMPACT: could not open impact report "
            "RATEIMPT"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-CURRFMT-TABLE
    PERFORM WRITE-REPORT-HEADING
    .

*> ============================================================
*> LOAD-CURRFMT-TABLE
*> Decimal places per currency from the CURRFMT control file.
*> A record the server would skip (decimals other than 0 or
*> 2) is skipped here too, so the currency is worked to two
*> decimals as the server works it.
*> ============================================================
LOAD-CURRFMT-TABLE.
    MOVE 0 TO WS-CURFMT-TAB-MAX
    OPEN INPUT CURRFMT-FILE
    IF WS-CURRFMT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-REACHED
        READ CURRFMT-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                IF (CURRFMT-DECIMALS = "0" OR CURRFMT-DECIMALS = "2")
                   AND (CURRFMT-CONVENTION = "U"
                        OR CURRFMT-CONVENTION = "E")
                   AND WS-CURFMT-TAB-MAX < 50
                    ADD 1 TO WS-CURFMT-TAB-MAX
                    MOVE CURRFMT-CCY-CODE
                        TO WS-CURFMT-TAB-CCY(WS-CURFMT-TAB-MAX)
                    MOVE CURRFMT-DECIMALS
                        TO WS-CURFMT-TAB-DECIMALS(WS-CURFMT-TAB-MAX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE CURRFMT-FILE
    SET EOF-NOT-REACHED TO TRUE
    .

*> ============================================================
*> APPLY-ONE-RUN-PARM
*> FROM=YYYYMM or TO=YYYYMM; anything else is reported and
*> ignored, leaving that bound wide open.
*> ============================================================
APPLY-ONE-RUN-PARM.
    EVALUATE TRUE
        WHEN WS-PARM-TOKEN-1 = SPACES
            CONTINUE
        WHEN WS-PARM-TOKEN-1(1:5) = "FROM="
         AND WS-PARM-TOKEN-1(6:6) IS NUMERIC
            MOVE WS-PARM-TOKEN-1(6:6) TO WS-FROM-PERIOD
        WHEN WS-PARM-TOKEN-1(1:3) = "TO="
         AND WS-PARM-TOKEN-1(4:6) IS NUMERIC
            MOVE WS-PARM-TOKEN-1(4:6) TO WS-TO-PERIOD
        WHEN OTHER
            DISPLAY "RATE-IMPACT: parameter not understood "
                "and ignored: "
                FUNCTION TRIM(WS-PARM-TOKEN-1)
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> LOAD-CATALOG-TABLE
*> The archive catalog the AUDIT-ROTATE job maintains. No
*> catalog simply means no archives to read.
*> ============================================================
LOAD-CATALOG-TABLE.
    MOVE 0 TO WS-CAT-TAB-MAX
    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-STATUS = "00"
        SET EOF-NOT-REACHED TO TRUE
        PERFORM UNTIL EOF-REACHED
            READ CATALOG-FILE
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    IF WS-CAT-TAB-MAX < 120
                       AND CAT-MONTH IS NUMERIC
                        ADD 1 TO WS-CAT-TAB-MAX
                        MOVE CAT-MONTH
                            TO WS-CAT-MONTH(WS-CAT-TAB-MAX)
                        MOVE CAT-FILE-NAME
                            TO WS-CAT-NAME(WS-CAT-TAB-MAX)
                    END-IF
            END-READ
        END-PERFORM
        SET EOF-NOT-REACHED TO TRUE
    END-IF
    CLOSE CATALOG-FILE
    .

*> ============================================================
*> SCAN-ONE-ARCHIVE
*> An archive named in the catalog but missing on disk is
*> reported and skipped -- the conversions in it cannot be
*> assessed, and someone needs to know that.
*> ============================================================
SCAN-ONE-ARCHIVE.
    MOVE WS-CAT-NAME(WS-CAT-TAB-IDX) TO WS-ARCHIVE-NAME
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RATE-IMPACT: cataloged archive "
            FUNCTION TRIM(WS-ARCHIVE-NAME)
            " could not be read (status "
            WS-ARCHIVE-STATUS ") -- skipped"
            UPON SYSERR
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        EXIT PARAGRAPH
    END-IF
    SET SOME-INPUT-WAS-READ TO TRUE
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ ARCHIVE-FILE INTO WS-AUDIT-REC
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                PERFORM ASSESS-ONE-AUDIT-REC
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE ARCHIVE-FILE
    .

*> ============================================================
*> SCAN-LIVE-LOG
*> ============================================================
SCAN-LIVE-LOG.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = "05"
        CLOSE AUDIT-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    SET SOME-INPUT-WAS-READ TO TRUE
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ AUDIT-FILE INTO WS-AUDIT-REC
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                PERFORM ASSESS-ONE-AUDIT-REC
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE AUDIT-FILE
    .

*> ============================================================
*> ASSESS-ONE-AUDIT-REC
*> Pick the successful conversions inside the period out of
*> the audit stream, and compare each leg's recorded rate
*> generation with the one the corrected master holds for it.
*> ============================================================
ASSESS-ONE-AUDIT-REC.
    ADD 1 TO WS-READ-COUNT
    IF WS-AUDIT-REC(1:8) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AUDIT-REC(1:8) TO WS-CALL-DATE
    IF WS-CALL-DATE(1:6) < WS-FROM-PERIOD
       OR WS-CALL-DATE(1:6) > WS-TO-PERIOD
        EXIT PARAGRAPH
    END-IF
    MOVE " tool=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    IF WS-TOKEN-TEXT NOT = "convert_currency"
        EXIT PARAGRAPH
    END-IF
    MOVE " result=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    IF WS-TOKEN-TEXT NOT = "OK"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CONVERT-COUNT

    PERFORM PARSE-CONVERSION-RECORD
    IF CALL-NOT-ASSESSABLE
        ADD 1 TO WS-UNLOGGED-COUNT
        EXIT PARAGRAPH
    END-IF

    SET CALL-NOT-SUPERSEDED TO TRUE
    SET LEG-RATE-ON-FILE TO TRUE
    MOVE WS-OLD-FROM-RATE TO WS-NEW-FROM-RATE
    MOVE WS-OLD-FROM-EFF TO WS-NEW-FROM-EFF
    MOVE WS-OLD-TO-RATE TO WS-NEW-TO-RATE
    MOVE WS-OLD-TO-EFF TO WS-NEW-TO-EFF
    IF WS-CALL-FROM-CCY NOT = "USD"
        MOVE WS-CALL-FROM-CCY TO WS-LOOKUP-CCY
        MOVE WS-OLD-FROM-EFF TO WS-LOOKUP-EFF
        PERFORM SET-LOOKUP-DATE
        PERFORM FIND-GENERATION-IN-MASTER
        IF LOOKUP-NOT-FOUND
            SET LEG-RATE-WITHDRAWN TO TRUE
            SET CALL-SUPERSEDED TO TRUE
            MOVE 0 TO WS-NEW-FROM-RATE
            MOVE SPACES TO WS-NEW-FROM-EFF
        ELSE
            MOVE WS-LOOKUP-RATE TO WS-NEW-FROM-RATE
            MOVE WS-LOOKUP-EFF TO WS-NEW-FROM-EFF
            IF WS-NEW-FROM-RATE NOT = WS-OLD-FROM-RATE
               OR WS-NEW-FROM-EFF NOT = WS-OLD-FROM-EFF
                SET CALL-SUPERSEDED TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-CALL-TO-CCY NOT = "USD"
        MOVE WS-CALL-TO-CCY TO WS-LOOKUP-CCY
        MOVE WS-OLD-TO-EFF TO WS-LOOKUP-EFF
        PERFORM SET-LOOKUP-DATE
        PERFORM FIND-GENERATION-IN-MASTER
        IF LOOKUP-NOT-FOUND
            SET LEG-RATE-WITHDRAWN TO TRUE
            SET CALL-SUPERSEDED TO TRUE
            MOVE 0 TO WS-NEW-TO-RATE
            MOVE SPACES TO WS-NEW-TO-EFF
        ELSE
            MOVE WS-LOOKUP-RATE TO WS-NEW-TO-RATE
            MOVE WS-LOOKUP-EFF TO WS-NEW-TO-EFF
            IF WS-NEW-TO-RATE NOT = WS-OLD-TO-RATE
               OR WS-NEW-TO-EFF NOT = WS-OLD-TO-EFF
                SET CALL-SUPERSEDED TO TRUE
            END-IF
        END-IF
    END-IF
    IF CALL-NOT-SUPERSEDED
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-IMPACT-COUNT
    PERFORM REPRICE-CONVERSION
    PERFORM WRITE-IMPACT-LINES
    .

*> ============================================================
*> PARSE-CONVERSION-RECORD
*> Request id, amount, currency pair, as-of date, and the
*> recorded rate generation of each leg. The pair follows the
*> server's own defaulting: from= falling back to currency=,
*> to= defaulting to USD. A record with no rate generation
*> (written before generations were logged) or an amount that
*> does not read as a number is not assessable.
*> ============================================================
PARSE-CONVERSION-RECORD.
    SET CALL-NOT-ASSESSABLE TO TRUE
    MOVE " fromrate=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    IF WS-TOKEN-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-OLD-FROM-RATE = FUNCTION NUMVAL(WS-TOKEN-TEXT)
    MOVE " fromeff=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    MOVE WS-TOKEN-TEXT TO WS-OLD-FROM-EFF
    MOVE " torate=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    COMPUTE WS-OLD-TO-RATE = FUNCTION NUMVAL(WS-TOKEN-TEXT)
    MOVE " toeff=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    MOVE WS-TOKEN-TEXT TO WS-OLD-TO-EFF

    MOVE " id=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    MOVE WS-TOKEN-TEXT TO WS-CALL-ID
    MOVE " value=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    MOVE WS-TOKEN-TEXT TO WS-CALL-AMOUNT-TEXT
    IF FUNCTION TEST-NUMVAL(WS-CALL-AMOUNT-TEXT) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CALL-AMOUNT =
        FUNCTION NUMVAL(WS-CALL-AMOUNT-TEXT)
        ON SIZE ERROR
            EXIT PARAGRAPH
    END-COMPUTE

    MOVE " from=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    IF WS-TOKEN-TEXT = SPACES
        MOVE " currency=" TO WS-TAG-TEXT
        PERFORM GET-TOKEN-AFTER-TAG
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-TOKEN-TEXT) TO WS-CALL-FROM-CCY
    MOVE " to=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    IF WS-TOKEN-TEXT = SPACES
        MOVE "USD" TO WS-TOKEN-TEXT
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-TOKEN-TEXT) TO WS-CALL-TO-CCY
    MOVE " asof=" TO WS-TAG-TEXT
    PERFORM GET-TOKEN-AFTER-TAG
    MOVE WS-TOKEN-TEXT TO WS-CALL-ASOF
    SET CALL-IS-ASSESSABLE TO TRUE
    .

*> ============================================================
*> SET-LOOKUP-DATE
*> The date the call's rate should have been effective on:
*> its as-of date when it gave one; otherwise the call date,
*> or the recorded generation's own date (in WS-LOOKUP-EFF)
*> if the call priced on a forward-dated rate, since "latest
*> on file" was then what was asked for.
*> ============================================================
SET-LOOKUP-DATE.
    IF WS-CALL-ASOF NOT = SPACES
        MOVE WS-CALL-ASOF TO WS-LOOKUP-DATE
    ELSE
        MOVE WS-CALL-DATE TO WS-LOOKUP-DATE
        IF WS-LOOKUP-EFF IS NUMERIC
           AND WS-LOOKUP-EFF > WS-LOOKUP-DATE
            MOVE WS-LOOKUP-EFF TO WS-LOOKUP-DATE
        END-IF
    END-IF
    .

*> ============================================================
*> FIND-GENERATION-IN-MASTER
*> Keyed read forward from the currency's first generation:
*> generations come back in effective-date order, so the last
*> one not after WS-LOOKUP-DATE is the one that applies.
*> ============================================================
FIND-GENERATION-IN-MASTER.
    SET LOOKUP-NOT-FOUND TO TRUE
    MOVE 0 TO WS-LOOKUP-RATE
    MOVE SPACES TO WS-LOOKUP-EFF
    MOVE WS-LOOKUP-CCY TO RM-CCY-CODE
    MOVE "00000000" TO RM-EFF-DATE
    SET RATEMST-SCAN-NOT-DONE TO TRUE
    START RATE-MASTER KEY >= RM-KEY
        INVALID KEY
            SET RATEMST-SCAN-DONE TO TRUE
    END-START
    PERFORM UNTIL RATEMST-SCAN-DONE
        READ RATE-MASTER NEXT RECORD
            AT END
                SET RATEMST-SCAN-DONE TO TRUE
            NOT AT END
                IF WS-RATEMST-STATUS NOT = "00"
                 OR RM-CCY-CODE NOT = WS-LOOKUP-CCY
                 OR RM-EFF-DATE > WS-LOOKUP-DATE
                    SET RATEMST-SCAN-DONE TO TRUE
                ELSE
                    SET LOOKUP-FOUND TO TRUE
                    MOVE RM-RATE TO WS-LOOKUP-RATE
                    MOVE RM-EFF-DATE TO WS-LOOKUP-EFF
                END-IF
        END-READ
    END-PERFORM
    .

*> ============================================================
*> REPRICE-CONVERSION
*> The amount as priced and as it should have been priced,
*> crossing through USD exactly as the server does: rounded
*> to six places, then to cents, then to whole units when
*> CURRFMT gives the target currency no decimals (see
*> ROUND-AS-SERVER). A leg whose generation
*> has been withdrawn with nothing to replace it cannot be
*> repriced; the difference is then left out of the totals.
*> ============================================================
REPRICE-CONVERSION.
    SET AMOUNT-IN-RANGE TO TRUE
    MOVE 0 TO WS-OLD-RESULT
    MOVE 0 TO WS-NEW-RESULT
    MOVE 0 TO WS-RESULT-DIFF
    MOVE 2 TO WS-TO-DECIMALS
    PERFORM VARYING WS-CURFMT-TAB-IDX FROM 1 BY 1
        UNTIL WS-CURFMT-TAB-IDX > WS-CURFMT-TAB-MAX
        IF WS-CURFMT-TAB-CCY(WS-CURFMT-TAB-IDX) = WS-CALL-TO-CCY
            MOVE WS-CURFMT-TAB-DECIMALS(WS-CURFMT-TAB-IDX)
                TO WS-TO-DECIMALS
        END-IF
    END-PERFORM
    IF WS-OLD-TO-RATE = 0
        SET AMOUNT-OVERFLOWED TO TRUE
    ELSE
        COMPUTE WS-RESULT-6DEC ROUNDED =
            WS-CALL-AMOUNT * WS-OLD-FROM-RATE / WS-OLD-TO-RATE
            ON SIZE ERROR
                SET AMOUNT-OVERFLOWED TO TRUE
        END-COMPUTE
        PERFORM ROUND-AS-SERVER
        MOVE WS-RESULT-2DEC TO WS-OLD-RESULT
    END-IF
    IF LEG-RATE-WITHDRAWN
        ADD 1 TO WS-WITHDRAWN-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-NEW-TO-RATE = 0
        SET AMOUNT-OVERFLOWED TO TRUE
    ELSE
        COMPUTE WS-RESULT-6DEC ROUNDED =
            WS-CALL-AMOUNT * WS-NEW-FROM-RATE / WS-NEW-TO-RATE
            ON SIZE ERROR
                SET AMOUNT-OVERFLOWED TO TRUE
        END-COMPUTE
        PERFORM ROUND-AS-SERVER
        MOVE WS-RESULT-2DEC TO WS-NEW-RESULT
    END-IF
    IF AMOUNT-OVERFLOWED
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RESULT-DIFF = WS-NEW-RESULT - WS-OLD-RESULT
    PERFORM ADD-TO-CURRENCY-TOTALS
    .

*> ============================================================
*> ROUND-AS-SERVER
*> Take the six-place figure in WS-RESULT-6DEC to cents, then
*> to whole units for a zero-decimal target currency, leaving
*> the figure the server would have printed in WS-RESULT-2DEC.
*> ============================================================
ROUND-AS-SERVER.
    IF AMOUNT-OVERFLOWED
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RESULT-2DEC ROUNDED = WS-RESULT-6DEC
        ON SIZE ERROR
            SET AMOUNT-OVERFLOWED TO TRUE
    END-COMPUTE
    IF WS-TO-DECIMALS = 0
        COMPUTE WS-RESULT-0DEC ROUNDED = WS-RESULT-2DEC
        MOVE WS-RESULT-0DEC TO WS-RESULT-2DEC
    END-IF
    .

*> ============================================================
*> ADD-TO-CURRENCY-TOTALS
*> Differences are in the target currency, so they are only
*> ever summed per target currency.
*> ============================================================
ADD-TO-CURRENCY-TOTALS.
    MOVE 0 TO WS-CCY-MATCH-IDX
    PERFORM VARYING WS-CCY-TAB-IDX FROM 1 BY 1
        UNTIL WS-CCY-TAB-IDX > WS-CCY-TAB-MAX
           OR WS-CCY-MATCH-IDX > 0
        IF WS-CCY-TAB-CODE(WS-CCY-TAB-IDX) = WS-CALL-TO-CCY
            MOVE WS-CCY-TAB-IDX TO WS-CCY-MATCH-IDX
        END-IF
    END-PERFORM
    IF WS-CCY-MATCH-IDX = 0
        IF WS-CCY-TAB-MAX >= 50
            DISPLAY "RATE-IMPACT: more than 50 target "
                "currencies -- " WS-CALL-TO-CCY
                " left out of the totals"
                UPON SYSERR
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CCY-TAB-MAX
        MOVE WS-CCY-TAB-MAX TO WS-CCY-MATCH-IDX
        MOVE WS-CALL-TO-CCY TO WS-CCY-TAB-CODE(WS-CCY-MATCH-IDX)
    END-IF
    ADD 1 TO WS-CCY-TAB-COUNT(WS-CCY-MATCH-IDX)
    ADD WS-RESULT-DIFF TO WS-CCY-TAB-DIFF(WS-CCY-MATCH-IDX)
    .

*> ============================================================
*> WRITE-IMPACT-LINES
*> One line for the conversion and one per non-USD leg, old
*> generation against corrected generation.
*> ============================================================
WRITE-IMPACT-LINES.
    MOVE WS-CALL-AMOUNT TO WS-AMOUNT-EDITED
    MOVE SPACES TO WS-ASOF-TEXT
    IF WS-CALL-ASOF NOT = SPACES
        STRING
            " AS OF " DELIMITED SIZE
            WS-CALL-ASOF DELIMITED SIZE
            INTO WS-ASOF-TEXT
        END-STRING
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING
        WS-CALL-DATE DELIMITED SIZE
        " ID " DELIMITED SIZE
        FUNCTION TRIM(WS-CALL-ID) DELIMITED SIZE
        "  " DELIMITED SIZE
        FUNCTION TRIM(WS-AMOUNT-EDITED) DELIMITED SIZE
        " " DELIMITED SIZE
        WS-CALL-FROM-CCY DELIMITED SIZE
        " TO " DELIMITED SIZE
        WS-CALL-TO-CCY DELIMITED SIZE
        WS-ASOF-TEXT DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE IMPACT-RECORD FROM WS-RPT-LINE

    IF WS-CALL-FROM-CCY NOT = "USD"
        MOVE WS-CALL-FROM-CCY TO WS-LEG-CCY
        MOVE WS-OLD-FROM-RATE TO WS-LEG-OLD-RATE
        MOVE WS-OLD-FROM-EFF TO WS-LEG-OLD-EFF
        MOVE WS-NEW-FROM-RATE TO WS-LEG-NEW-RATE
        MOVE WS-NEW-FROM-EFF TO WS-LEG-NEW-EFF
        PERFORM WRITE-LEG-LINE
    END-IF
    IF WS-CALL-TO-CCY NOT = "USD"
        MOVE WS-CALL-TO-CCY TO WS-LEG-CCY
        MOVE WS-OLD-TO-RATE TO WS-LEG-OLD-RATE
        MOVE WS-OLD-TO-EFF TO WS-LEG-OLD-EFF
        MOVE WS-NEW-TO-RATE TO WS-LEG-NEW-RATE
        MOVE WS-NEW-TO-EFF TO WS-LEG-NEW-EFF
        PERFORM WRITE-LEG-LINE
    END-IF

    MOVE SPACES TO WS-RPT-LINE
    MOVE WS-OLD-RESULT TO WS-AMOUNT-EDITED
    EVALUATE TRUE
        WHEN LEG-RATE-WITHDRAWN
            STRING
                "    PRICED AT " DELIMITED SIZE
                FUNCTION TRIM(WS-AMOUNT-EDITED) DELIMITED SIZE
                " " DELIMITED SIZE
                WS-CALL-TO-CCY DELIMITED SIZE
                "  ** NO RATE ON FILE NOW -- REPRICE BY HAND"
                    DELIMITED SIZE
                INTO WS-RPT-LINE
            END-STRING
        WHEN AMOUNT-OVERFLOWED
            MOVE "    ** AMOUNT CANNOT BE REPRICED -- REPRICE BY HAND"
                TO WS-RPT-LINE
        WHEN OTHER
            MOVE WS-NEW-RESULT TO WS-AMOUNT-EDITED-2
            MOVE WS-RESULT-DIFF TO WS-DIFF-EDITED
            STRING
                "    PRICED AT " DELIMITED SIZE
                FUNCTION TRIM(WS-AMOUNT-EDITED) DELIMITED SIZE
                "  SHOULD BE " DELIMITED SIZE
                FUNCTION TRIM(WS-AMOUNT-EDITED-2) DELIMITED SIZE
                "  DIFFERENCE " DELIMITED SIZE
                FUNCTION TRIM(WS-DIFF-EDITED) DELIMITED SIZE
                " " DELIMITED SIZE
                WS-CALL-TO-CCY DELIMITED SIZE
                INTO WS-RPT-LINE
            END-STRING
    END-EVALUATE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-LEG-LINE
*> ============================================================
WRITE-LEG-LINE.
    MOVE WS-LEG-OLD-RATE TO WS-RATE-EDITED
    MOVE WS-LEG-NEW-RATE TO WS-RATE-EDITED-2
    MOVE SPACES TO WS-LEG-NOTE
    IF WS-LEG-OLD-RATE = WS-LEG-NEW-RATE
       AND WS-LEG-OLD-EFF = WS-LEG-NEW-EFF
        MOVE "  (unchanged)" TO WS-LEG-NOTE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    IF WS-LEG-NEW-EFF = SPACES
        STRING
            "    " DELIMITED SIZE
            WS-LEG-CCY DELIMITED SIZE
            " OLD RATE " DELIMITED SIZE
            WS-RATE-EDITED DELIMITED SIZE
            " EFF " DELIMITED SIZE
            WS-LEG-OLD-EFF DELIMITED SIZE
            "  NEW RATE (none effective)" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    ELSE
        STRING
            "    " DELIMITED SIZE
            WS-LEG-CCY DELIMITED SIZE
            " OLD RATE " DELIMITED SIZE
            WS-RATE-EDITED DELIMITED SIZE
            " EFF " DELIMITED SIZE
            WS-LEG-OLD-EFF DELIMITED SIZE
            "  NEW RATE " DELIMITED SIZE
            WS-RATE-EDITED-2 DELIMITED SIZE
            " EFF " DELIMITED SIZE
            WS-LEG-NEW-EFF DELIMITED SIZE
            WS-LEG-NOTE DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    END-IF
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> GET-TOKEN-AFTER-TAG
*> Locate the tag in WS-TAG-TEXT (for example " tool=") in
*> WS-AUDIT-REC and return the space-delimited token after it
*> in WS-TOKEN-TEXT -- spaces when the tag is absent or its
*> value is empty.
*> ============================================================
GET-TOKEN-AFTER-TAG.
    SET TOKEN-NOT-FOUND TO TRUE
    MOVE SPACES TO WS-TOKEN-TEXT
    MOVE 0 TO WS-TOKEN-START
    MOVE FUNCTION LENGTH(
        FUNCTION TRIM(WS-TAG-TEXT TRAILING))
        TO WS-TOKEN-LEN
    COMPUTE WS-SCAN-LIMIT = 1536 - WS-TOKEN-LEN
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
           OR TOKEN-FOUND
        IF WS-AUDIT-REC(WS-SCAN-POS:WS-TOKEN-LEN)
            = WS-TAG-TEXT(1:WS-TOKEN-LEN)
            SET TOKEN-FOUND TO TRUE
            COMPUTE WS-TOKEN-START =
                WS-SCAN-POS + WS-TOKEN-LEN
        END-IF
    END-PERFORM
    IF TOKEN-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-TOKEN-LEN
    MOVE WS-TOKEN-START TO WS-SCAN-POS
    PERFORM UNTIL WS-SCAN-POS > 1536
        OR WS-AUDIT-REC(WS-SCAN-POS:1) = " "
        OR WS-AUDIT-REC(WS-SCAN-POS:1) = "]"
        ADD 1 TO WS-TOKEN-LEN
        ADD 1 TO WS-SCAN-POS
    END-PERFORM
    IF WS-TOKEN-LEN > 64
        MOVE 64 TO WS-TOKEN-LEN
    END-IF
    IF WS-TOKEN-LEN > 0
        MOVE WS-AUDIT-REC(WS-TOKEN-START:WS-TOKEN-LEN)
            TO WS-TOKEN-TEXT
    END-IF
    .

*> ============================================================
*> WRITE-REPORT-HEADING
*> ============================================================
WRITE-REPORT-HEADING.
    MOVE "RATE CORRECTION IMPACT ON PAST CONVERSIONS"
        TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE "=========================================="
        TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    IF WS-FROM-PERIOD NOT = "000000"
       OR WS-TO-PERIOD NOT = "999999"
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "CALLS MADE " DELIMITED SIZE
            WS-FROM-PERIOD DELIMITED SIZE
            " THROUGH " DELIMITED SIZE
            WS-TO-PERIOD DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE IMPACT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-REPORT-TOTALS
*> ============================================================
WRITE-REPORT-TOTALS.
    IF WS-IMPACT-COUNT = 0
        MOVE "  (no conversion priced on a superseded generation)"
            TO WS-RPT-LINE
        WRITE IMPACT-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE "DIFFERENCE BY TARGET CURRENCY" TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE "-----------------------------" TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    IF WS-CCY-TAB-MAX = 0
        MOVE "  (none)" TO WS-RPT-LINE
        WRITE IMPACT-RECORD FROM WS-RPT-LINE
    END-IF
    PERFORM VARYING WS-CCY-TAB-IDX FROM 1 BY 1
        UNTIL WS-CCY-TAB-IDX > WS-CCY-TAB-MAX
        MOVE WS-CCY-TAB-COUNT(WS-CCY-TAB-IDX) TO WS-COUNT-EDITED
        MOVE WS-CCY-TAB-DIFF(WS-CCY-TAB-IDX) TO WS-DIFF-EDITED
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  " DELIMITED SIZE
            WS-CCY-TAB-CODE(WS-CCY-TAB-IDX) DELIMITED SIZE
            " CONVERSIONS: " DELIMITED SIZE
            WS-COUNT-EDITED DELIMITED SIZE
            "  NET DIFFERENCE: " DELIMITED SIZE
            WS-DIFF-EDITED DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE IMPACT-RECORD FROM WS-RPT-LINE
    END-PERFORM

    MOVE SPACES TO WS-RPT-LINE
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE WS-READ-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "AUDIT RECORDS READ        : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE WS-CONVERT-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "CONVERSIONS IN PERIOD     : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE WS-UNLOGGED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  NO RATE GENERATION LOGGED: " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE WS-IMPACT-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  ON A SUPERSEDED RATE    : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  OF WHICH NO RATE NOW    : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE IMPACT-RECORD FROM WS-RPT-LINE
    IF WS-IMPACT-COUNT > 0 AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF
    .

END PROGRAM RATE-IMPACT.
