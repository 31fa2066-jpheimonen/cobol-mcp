>>SOURCE FORMAT FREE
*> ============================================================
*> YEAR-END HOLIDAY CALENDAR GENERATOR
*> ============================================================
*> Builds a year's HOLCTL holiday dates for every market from
*> the HOLRULE holiday-rules control file instead of having
*> them hand-keyed through CTL-MAINT each December, so a
*> moveable feast or a weekend substitute day can no longer be
*> keyed wrong and quietly throw out business_days_between,
*> compute_due_date, and compute_settlement_date.
*>
*> A rule is one of:
*>   F  fixed date        month and day (New Year's Day, 01 01)
*>   N  nth weekday       month, 1-4 or L(ast), weekday 1=Mon
*>                        ... 7=Sun (Memorial Day: 05 L 1)
*>   E  Easter-relative   signed day offset from Easter Sunday
*>                        (Good Friday -002, Easter Monday +001)
*> with a Saturday/Sunday observance code:
*>   N  none -- the date stands where it falls
*>   F  nearest weekday -- Saturday to the Friday before,
*>      Sunday to the Monday after
*>   M  Monday substitute -- Saturday or Sunday to the next
*>      weekday that is not already a holiday in the market
*>      (Christmas on a Saturday and Boxing Day on the Sunday
*>      give Monday and Tuesday)
*> and optional first and last years the rule applies to.
*>
*> Each rule is worked for the year before, the requested
*> year, and the year after, and every date -- as it falls or
*> as observed -- that lands in the requested year is taken,
*> so a Saturday New Year's Day observed on the Friday before
*> is in the right year's calendar.
*>
*> The run does NOT replace HOLCTL. It merges the generated
*> dates with the dates already on HOLCTL -- every other year
*> is carried unchanged, a keyed date the rules also produce
*> is confirmed, and a keyed one-off date the rules do not
*> produce (a state funeral, a coronation) is kept and flagged
*> -- and writes the result to HOLPROP with a proposed-
*> calendar listing for sign-off. A different operator then
*> runs the job with APPLY to replace HOLCTL from HOLPROP;
*> the replacement is refused if HOLCTL has changed since the
*> proposal was made, and is written to the CTLAUDIT trail.
*>
*> Input : HOLRULE -- holiday rules, one per record:
*>           cols  1-3   market (three letters, or ALL)
*>           col   5     rule type F, N or E
*>           cols  7-8   month (F, N)
*>           cols 10-11  day of month (F)
*>           col  13     nth 1-4 or L (N)
*>           col  15     weekday 1-7, 1 = Monday (N)
*>           cols 17-20  offset from Easter, +nnn or -nnn (E)
*>           col  22     observance N, F or M (blank = N)
*>           cols 24-27  first year (blank = always)
*>           cols 29-32  last year (blank = still in force)
*>           cols 34-73  description
*>         A record with * in column 1 is a comment. e.g.
*>           USD F 01 01          F           NEW YEARS DAY
*>           USD N 01    3 1      N           MARTIN LUTHER KING DAY
*>           USD F 06 19          F 2021      JUNETEENTH
*>           GBP E           -002 N           GOOD FRIDAY
*>           GBP N 05    L 1      N           SPRING BANK HOLIDAY
*>           GBP F 12 25          M           CHRISTMAS DAY
*>         HOLCTL -- the current holiday calendar.
*> Output: HOLPROP -- the proposed HOLCTL, framed by a
*>         *PROPOSAL header (year, operator, time, and the
*>         record count and check total of HOLCTL as it stood)
*>         and an *END trailer with the record count.
*>         HOLLIST -- the proposed-calendar listing for the
*>         year, date order, with the source of every date.
*>         With APPLY: HOLCTL rewritten, CTLAUDIT extended,
*>         HOLPROP emptied.
*> Parm  : optional YEAR=YYYY (default next year), or APPLY.
*>
*> Condition codes:
*>   0 - proposal written (or, with APPLY, HOLCTL replaced)
*>   4 - proposal written, but keyed one-off dates were kept
*>       for the year or the calendar outgrows the server's
*>       200-date holiday table -- check before sign-off
*>   8 - rules missing or invalid, or a file not available:
*>       no proposal written; with APPLY, no signed-off
*>       proposal, HOLCTL changed since it was proposed, or
*>       the proposer tried to apply it -- HOLCTL unchanged;
*>       or HOLCTL was replaced but the CTLAUDIT record could
*>       not be written (HOLPROP is then kept as the record of
*>       the change) or HOLPROP could not be emptied
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. HOL-GEN.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RULE-FILE
        ASSIGN TO "HOLRULE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULE-STATUS.

    SELECT OPTIONAL HOLIDAY-FILE
        ASSIGN TO "HOLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLIDAY-STATUS.

    *> The proposed calendar, awaiting sign-off.
    SELECT OPTIONAL PROPOSAL-FILE
        ASSIGN TO "HOLPROP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROPOSAL-STATUS.

    SELECT LISTING-FILE
        ASSIGN TO "HOLLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

    *> CTL-MAINT's control file change trail.
    SELECT AUDIT-TRAIL-FILE
        ASSIGN TO "CTLAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAIL-STATUS.

    *> Work file for putting the proposed calendar in date order.
    SELECT SORT-WORK-FILE
        ASSIGN TO "SORTWK".

DATA DIVISION.

FILE SECTION.

FD  RULE-FILE.
01  RULE-RECORD.
    05 HR-MARKET                  PIC X(3).
    05 FILLER                     PIC X(1).
    05 HR-TYPE                    PIC X(1).
    05 FILLER                     PIC X(1).
    05 HR-MONTH                   PIC X(2).
    05 FILLER                     PIC X(1).
    05 HR-DAY                     PIC X(2).
    05 FILLER                     PIC X(1).
    05 HR-NTH                     PIC X(1).
    05 FILLER                     PIC X(1).
    05 HR-WEEKDAY                 PIC X(1).
    05 FILLER                     PIC X(1).
    05 HR-OFFSET.
       10 HR-OFFSET-SIGN          PIC X(1).
       10 HR-OFFSET-DAYS          PIC X(3).
    05 FILLER                     PIC X(1).
    05 HR-OBSERVE                 PIC X(1).
    05 FILLER                     PIC X(1).
    05 HR-FROM-YEAR               PIC X(4).
    05 FILLER                     PIC X(1).
    05 HR-TO-YEAR                 PIC X(4).
    05 FILLER                     PIC X(1).
    05 HR-DESC                    PIC X(40).

FD  HOLIDAY-FILE.
01  HOLIDAY-RECORD.
    05 HOLIDAY-DATE               PIC X(8).
    05 FILLER                     PIC X(1).
    05 HOLIDAY-MARKET             PIC X(3).
    05 FILLER                     PIC X(1).
    05 HOLIDAY-DESC               PIC X(40).

FD  PROPOSAL-FILE.
01  PROPOSAL-RECORD              PIC X(132).

FD  LISTING-FILE.
01  LISTING-RECORD               PIC X(132).

FD  AUDIT-TRAIL-FILE.
01  AUDIT-TRAIL-RECORD           PIC X(256).

SD  SORT-WORK-FILE.
01  SORT-RECORD.
    05 SORT-IMAGE.
       10 SORT-DATE               PIC X(8).
       10 FILLER                  PIC X(1).
       10 SORT-MARKET             PIC X(3).
       10 FILLER                  PIC X(1).
       10 SORT-DESC               PIC X(40).
    05 SORT-IN-YEAR               PIC X(1).
    05 SORT-SOURCE                PIC X(60).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-RULE-STATUS            PIC X(2)    VALUE SPACES.
01 WS-HOLIDAY-STATUS         PIC X(2)    VALUE SPACES.
01 WS-PROPOSAL-STATUS        PIC X(2)    VALUE SPACES.
01 WS-LIST-STATUS            PIC X(2)    VALUE SPACES.
01 WS-TRAIL-STATUS           PIC X(2)    VALUE SPACES.

*> ============================================================
*> RUN CONTROL
*> ============================================================
01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-SORT-EOF-FLAG          PIC 9       VALUE 0.
   88 SORT-RETURN-DONE                   VALUE 1.
   88 SORT-RETURN-NOT-DONE               VALUE 0.
01 WS-PARM-TEXT              PIC X(64)   VALUE SPACES.
01 WS-PARM-TOKEN-1           PIC X(16)   VALUE SPACES.
01 WS-PARM-TOKEN-2           PIC X(16)   VALUE SPACES.
01 WS-APPLY-FLAG             PIC 9       VALUE 0.
   88 APPLY-REQUESTED                    VALUE 1.
   88 PROPOSE-REQUESTED                  VALUE 0.
01 WS-RULES-FLAG             PIC 9       VALUE 1.
   88 RULES-ARE-VALID                    VALUE 1.
   88 RULES-ARE-INVALID                  VALUE 0.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.
01 WS-OPERATOR-ID            PIC X(16)   VALUE SPACES.
01 WS-CURRENT-DATE           PIC X(21)   VALUE SPACES.
01 WS-GEN-YEAR               PIC 9(4)    VALUE 0.
01 WS-GEN-YEAR-FIRST-ORD     PIC S9(9)   VALUE 0.
01 WS-GEN-YEAR-LAST-ORD      PIC S9(9)   VALUE 0.
01 WS-WORK-YEAR              PIC 9(4)    VALUE 0.
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.

*> ============================================================
*> RULE TABLE
*> ============================================================
01 WS-RULE-IDX               PIC 9(3)    VALUE 0.
01 WS-RULE-MAX               PIC 9(3)    VALUE 0.
01 WS-RULE-LINE-NUM          PIC 9(4)    VALUE 0.
01 WS-RULE-REJECT-COUNT      PIC 9(4)    VALUE 0.
01 WS-RULE-REASON            PIC X(48)   VALUE SPACES.
01 WS-RULE-TAB.
   05 WS-RULE-ENTRY OCCURS 200 TIMES.
      10 WS-RULE-MARKET       PIC X(3)   VALUE SPACES.
      10 WS-RULE-TYPE         PIC X(1)   VALUE SPACES.
      10 WS-RULE-MONTH        PIC 9(2)   VALUE 0.
      10 WS-RULE-DAY          PIC 9(2)   VALUE 0.
      10 WS-RULE-NTH          PIC X(1)   VALUE SPACES.
      10 WS-RULE-WEEKDAY      PIC 9(1)   VALUE 0.
      10 WS-RULE-OFFSET       PIC S9(3)  VALUE 0.
      10 WS-RULE-OBSERVE      PIC X(1)   VALUE SPACES.
      10 WS-RULE-FROM-YEAR    PIC 9(4)   VALUE 0.
      10 WS-RULE-TO-YEAR      PIC 9(4)   VALUE 0.
      10 WS-RULE-DESC         PIC X(40)  VALUE SPACES.

*> ============================================================
*> GENERATED DATES
*> One entry per rule per year worked, kept in market and
*> date order as it is built so the observance pass meets
*> each market's holidays in calendar order.
*> ============================================================
01 WS-GEN-IDX                PIC 9(4)    VALUE 0.
01 WS-GEN-MAX                PIC 9(4)    VALUE 0.
01 WS-GEN-SCAN-IDX           PIC 9(4)    VALUE 0.
01 WS-GEN-INSERT-IDX         PIC 9(4)    VALUE 0.
01 WS-GEN-TAB.
   05 WS-GEN-ENTRY OCCURS 600 TIMES.
      10 WS-GEN-MARKET        PIC X(3)   VALUE SPACES.
      10 WS-GEN-ACTUAL-ORD    PIC S9(9)  VALUE 0.
      10 WS-GEN-OBSERVED-ORD  PIC S9(9)  VALUE 0.
      10 WS-GEN-RULE-NUM      PIC 9(3)   VALUE 0.
      10 WS-GEN-OBSERVE       PIC X(1)   VALUE SPACES.
      10 WS-GEN-DESC          PIC X(40)  VALUE SPACES.
      10 WS-GEN-DATE          PIC X(8)   VALUE SPACES.
      10 WS-GEN-STATE         PIC X(1)   VALUE SPACES.
         88 GEN-OUTSIDE-YEAR             VALUE "O".
         88 GEN-IN-YEAR                  VALUE "Y".
         88 GEN-ALREADY-KEYED            VALUE "K".
         88 GEN-DUPLICATE                VALUE "D".
01 WS-CANDIDATE-ORD          PIC S9(9)   VALUE 0.
01 WS-CANDIDATE-FREE-FLAG    PIC 9       VALUE 0.
   88 CANDIDATE-IS-FREE                  VALUE 1.
   88 CANDIDATE-IS-TAKEN                 VALUE 0.

*> ============================================================
*> KEYED CALENDAR (HOLCTL AS IT STANDS)
*> ============================================================
01 WS-KEYED-IDX              PIC 9(4)    VALUE 0.
01 WS-KEYED-MAX              PIC 9(4)    VALUE 0.
01 WS-KEYED-OVERFLOW-FLAG    PIC 9       VALUE 0.
   88 KEYED-TABLE-OVERFLOWED             VALUE 1.
01 WS-KEYED-TAB.
   05 WS-KEYED-ENTRY OCCURS 2000 TIMES.
      10 WS-KEYED-IMAGE       PIC X(53)  VALUE SPACES.
      10 WS-KEYED-MARKET      PIC X(3)   VALUE SPACES.
      10 WS-KEYED-MATCH-FLAG  PIC X(1)   VALUE SPACES.
         88 KEYED-MATCHES-RULE           VALUE "Y".
01 WS-HOLCTL-COUNT           PIC 9(8)    VALUE 0.
01 WS-HOLCTL-CHECK           PIC 9(15)   VALUE 0.
01 WS-CHECK-POS              PIC 9(3)    VALUE 0.
01 WS-CHECK-IMAGE            PIC X(53)   VALUE SPACES.

*> ============================================================
*> PROPOSAL HEADER AND TRAILER
*> ============================================================
01 WS-PROPOSAL-HEADER.
   05 PH-TAG                  PIC X(10)  VALUE "*PROPOSAL ".
   05 FILLER                  PIC X(5)   VALUE "YEAR=".
   05 PH-YEAR                 PIC 9(4)   VALUE 0.
   05 FILLER                  PIC X(4)   VALUE " BY=".
   05 PH-OPERATOR             PIC X(16)  VALUE SPACES.
   05 FILLER                  PIC X(4)   VALUE " AT=".
   05 PH-STAMP                PIC X(14)  VALUE SPACES.
   05 FILLER                  PIC X(8)   VALUE " HOLCTL=".
   05 PH-HOLCTL-COUNT         PIC 9(8)   VALUE 0.
   05 FILLER                  PIC X(7)   VALUE " CHECK=".
   05 PH-HOLCTL-CHECK         PIC 9(15)  VALUE 0.
01 WS-PROPOSAL-TRAILER.
   05 PT-TAG                  PIC X(10)  VALUE "*END      ".
   05 FILLER                  PIC X(8)   VALUE "RECORDS=".
   05 PT-RECORD-COUNT         PIC 9(8)   VALUE 0.

*> ============================================================
*> COUNTS
*> ============================================================
01 WS-GENERATED-COUNT        PIC 9(6)    VALUE 0.
01 WS-CONFIRMED-COUNT        PIC 9(6)    VALUE 0.
01 WS-ONE-OFF-COUNT          PIC 9(6)    VALUE 0.
01 WS-CARRIED-COUNT          PIC 9(6)    VALUE 0.
01 WS-DUPLICATE-COUNT        PIC 9(6)    VALUE 0.
01 WS-PROPOSED-COUNT         PIC 9(8)    VALUE 0.
01 WS-APPLY-COUNT            PIC 9(8)    VALUE 0.
01 WS-COUNT-EDITED           PIC ZZZZZZZ9 VALUE ZERO.
01 WS-RULE-NUM-EDITED        PIC 999     VALUE ZERO.
01 WS-LINE-NUM-EDITED        PIC ZZZ9    VALUE ZERO.

*> ============================================================
*> DATE ARITHMETIC
*> Ordinal day numbers as the server counts them: day 1 is
*> 0001-01-01, a Monday, so (ordinal - 1) modulo 7 gives the
*> day of the week, 0 = Monday ... 6 = Sunday.
*> ============================================================
01 WS-DATE-INPUT             PIC X(8)    VALUE SPACES.
01 WS-DATE-YEAR              PIC 9(4)    VALUE 0.
01 WS-DATE-MONTH             PIC 9(2)    VALUE 0.
01 WS-DATE-DAY               PIC 9(2)    VALUE 0.
01 WS-DATE-MAX-DAY           PIC 9(2)    VALUE 0.
01 WS-DATE-TEXT              PIC X(8)    VALUE SPACES.
01 WS-DATE-TEXT-R REDEFINES WS-DATE-TEXT.
   05 WS-DATE-TEXT-YEAR      PIC 9(4).
   05 WS-DATE-TEXT-MONTH     PIC 9(2).
   05 WS-DATE-TEXT-DAY       PIC 9(2).
01 WS-LEAP-YEAR-FLAG         PIC 9       VALUE 0.
   88 IS-LEAP-YEAR                       VALUE 1.
   88 IS-NOT-LEAP-YEAR                   VALUE 0.
01 WS-YEAR-REMAINDER         PIC 9(4)    VALUE 0.
01 WS-ORDINAL-RESULT         PIC S9(9)   VALUE 0.
01 WS-ORD-INPUT              PIC S9(9)   VALUE 0.
01 WS-ORD-WORK-YEAR          PIC S9(5)   VALUE 0.
01 WS-ORD-JAN1-ORDINAL       PIC S9(9)   VALUE 0.
01 WS-ORD-REMAINING-DAYS     PIC S9(9)   VALUE 0.
01 WS-ORD-MONTH-FOUND-FLAG   PIC 9       VALUE 0.
   88 ORDINAL-MONTH-FOUND                VALUE 1.
   88 ORDINAL-MONTH-NOT-FOUND            VALUE 0.
01 WS-WEEKDAY-IDX            PIC 9       VALUE 0.
01 WS-TARGET-WEEKDAY         PIC 9       VALUE 0.
01 WS-MONTH-FIRST-ORD        PIC S9(9)   VALUE 0.
01 WS-MONTH-LAST-ORD         PIC S9(9)   VALUE 0.
01 WS-CUM-DAYS-TAB-IDX       PIC 99      VALUE 0.
01 WS-CUM-DAYS-BEFORE-MONTH.
   05 FILLER PIC S9(4) VALUE 0.
   05 FILLER PIC S9(4) VALUE 31.
   05 FILLER PIC S9(4) VALUE 59.
   05 FILLER PIC S9(4) VALUE 90.
   05 FILLER PIC S9(4) VALUE 120.
   05 FILLER PIC S9(4) VALUE 151.
   05 FILLER PIC S9(4) VALUE 181.
   05 FILLER PIC S9(4) VALUE 212.
   05 FILLER PIC S9(4) VALUE 243.
   05 FILLER PIC S9(4) VALUE 273.
   05 FILLER PIC S9(4) VALUE 304.
   05 FILLER PIC S9(4) VALUE 334.
01 WS-CUM-DAYS-REDEF REDEFINES WS-CUM-DAYS-BEFORE-MONTH.
   05 WS-CUM-DAYS-BEFORE OCCURS 12 TIMES PIC S9(4).
01 WS-WEEKDAY-NAMES          PIC X(21)
                             VALUE "MONTUEWEDTHUFRISATSUN".
01 WS-WEEKDAY-NAME-TAB REDEFINES WS-WEEKDAY-NAMES.
   05 WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).

*> ============================================================
*> EASTER (ANONYMOUS GREGORIAN ALGORITHM)
*> ============================================================
01 WS-EASTER-A               PIC S9(5)   VALUE 0.
01 WS-EASTER-B               PIC S9(5)   VALUE 0.
01 WS-EASTER-C               PIC S9(5)   VALUE 0.
01 WS-EASTER-D               PIC S9(5)   VALUE 0.
01 WS-EASTER-E               PIC S9(5)   VALUE 0.
01 WS-EASTER-F               PIC S9(5)   VALUE 0.
01 WS-EASTER-G               PIC S9(5)   VALUE 0.
01 WS-EASTER-H               PIC S9(5)   VALUE 0.
01 WS-EASTER-I               PIC S9(5)   VALUE 0.
01 WS-EASTER-K               PIC S9(5)   VALUE 0.
01 WS-EASTER-L               PIC S9(5)   VALUE 0.
01 WS-EASTER-M               PIC S9(5)   VALUE 0.
01 WS-EASTER-SUM             PIC S9(5)   VALUE 0.

*> ============================================================
*> LISTING WORK FIELDS
*> ============================================================
01 WS-LIST-DATE-TEXT         PIC X(10)   VALUE SPACES.
01 WS-LIST-DAY-NAME          PIC X(3)    VALUE SPACES.
01 WS-SOURCE-TEXT            PIC X(60)   VALUE SPACES.
01 WS-PRIOR-SORT-KEY         PIC X(11)   VALUE SPACES.

*> ============================================================
*> AUDIT TRAIL
*> ============================================================
01 WS-TRAIL-TIMESTAMP        PIC X(26)   VALUE SPACES.
01 WS-TRAIL-REF              PIC 9(6)    VALUE 0.
01 WS-TRAIL-IMAGE            PIC X(80)   VALUE SPACES.

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM INITIALIZE-RUN
    IF APPLY-REQUESTED
        PERFORM APPLY-PROPOSAL
        STOP RUN RETURNING WS-RUN-RC
    END-IF

    PERFORM OPEN-LISTING-FILE
    PERFORM LOAD-RULE-TABLE
    IF RULES-ARE-INVALID
        PERFORM WRITE-RULES-REFUSED-LINE
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-HOLCTL-TABLE
    IF KEYED-TABLE-OVERFLOWED
        DISPLAY "HOL-GEN: HOLCTL holds more than 2000 dates -- "
            "too large to merge; no proposal written"
            UPON SYSERR
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM GENERATE-RULE-DATES
    PERFORM APPLY-OBSERVANCE
        VARYING WS-GEN-IDX FROM 1 BY 1
        UNTIL WS-GEN-IDX > WS-GEN-MAX
    PERFORM SELECT-YEAR-DATES
    PERFORM MATCH-KEYED-DATES

    PERFORM OPEN-PROPOSAL-FILE
    PERFORM WRITE-LISTING-HEADING
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-DATE
        ON ASCENDING KEY SORT-MARKET
        INPUT PROCEDURE IS RELEASE-PROPOSED-RECORDS
        OUTPUT PROCEDURE IS WRITE-PROPOSAL-AND-LISTING
    MOVE WS-PROPOSED-COUNT TO PT-RECORD-COUNT
    WRITE PROPOSAL-RECORD FROM WS-PROPOSAL-TRAILER
    CLOSE PROPOSAL-FILE
    PERFORM WRITE-LISTING-TOTALS
    CLOSE LISTING-FILE
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> INITIALIZE-RUN
*> Pick up the operator id (the USER environment variable, as
*> CTL-MAINT does), the YEAR= or APPLY parm, and work out the
*> ordinal bounds of the year to generate.
*> ============================================================
INITIALIZE-RUN.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE SPACES TO WS-OPERATOR-ID
    END-ACCEPT
    IF WS-OPERATOR-ID = SPACES
        MOVE "HOL-GEN" TO WS-OPERATOR-ID
    END-IF

    MOVE WS-CURRENT-DATE(1:4) TO WS-GEN-YEAR
    ADD 1 TO WS-GEN-YEAR
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

    MOVE WS-GEN-YEAR TO WS-DATE-YEAR
    MOVE 1 TO WS-DATE-MONTH
    MOVE 1 TO WS-DATE-DAY
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-ORDINAL-RESULT TO WS-GEN-YEAR-FIRST-ORD
    MOVE 12 TO WS-DATE-MONTH
    MOVE 31 TO WS-DATE-DAY
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-ORDINAL-RESULT TO WS-GEN-YEAR-LAST-ORD
    .

*> ============================================================
*> APPLY-ONE-RUN-PARM
*> YEAR=YYYY (1901-9998, so the years either side can be
*> worked) or APPLY; anything else is reported and ignored.
*> ============================================================
APPLY-ONE-RUN-PARM.
    EVALUATE TRUE
        WHEN WS-PARM-TOKEN-1 = SPACES
            CONTINUE
        WHEN WS-PARM-TOKEN-1(1:5) = "YEAR="
         AND WS-PARM-TOKEN-1(6:4) IS NUMERIC
         AND WS-PARM-TOKEN-1(10:1) = SPACE
         AND WS-PARM-TOKEN-1(6:4) > "1900"
         AND WS-PARM-TOKEN-1(6:4) < "9999"
            MOVE WS-PARM-TOKEN-1(6:4) TO WS-GEN-YEAR
        WHEN WS-PARM-TOKEN-1 = "APPLY"
            SET APPLY-REQUESTED TO TRUE
        WHEN OTHER
            DISPLAY "HOL-GEN: parameter not understood "
                "and ignored: "
                FUNCTION TRIM(WS-PARM-TOKEN-1)
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> OPEN-LISTING-FILE
*> ============================================================
OPEN-LISTING-FILE.
    OPEN OUTPUT LISTING-FILE
    IF WS-LIST-STATUS NOT = "00"
        DISPLAY "HOL-GEN: could not open listing HOLLIST"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> LOAD-RULE-TABLE
*> Read and validate every rule. Rejects are listed with the
*> reason; a single reject refuses the whole proposal, since
*> a calendar missing one holiday is exactly the error this
*> job exists to prevent.
*> ============================================================
LOAD-RULE-TABLE.
    MOVE 0 TO WS-RULE-MAX
    OPEN INPUT RULE-FILE
    IF WS-RULE-STATUS = "05"
        CLOSE RULE-FILE
        MOVE "05" TO WS-RULE-STATUS
    END-IF
    IF WS-RULE-STATUS NOT = "00"
        DISPLAY "HOL-GEN: holiday rules file HOLRULE is not "
            "available -- no proposal written"
            UPON SYSERR
        SET RULES-ARE-INVALID TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-REACHED
        READ RULE-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-RULE-LINE-NUM
                IF RULE-RECORD NOT = SPACES
                   AND HR-MARKET(1:1) NOT = "*"
                    PERFORM LOAD-ONE-RULE-RECORD
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE RULE-FILE
    IF WS-RULE-MAX = 0 AND RULES-ARE-VALID
        DISPLAY "HOL-GEN: HOLRULE holds no rules -- no "
            "proposal written"
            UPON SYSERR
        SET RULES-ARE-INVALID TO TRUE
    END-IF
    .

*> ============================================================
*> LOAD-ONE-RULE-RECORD
*> ============================================================
LOAD-ONE-RULE-RECORD.
    PERFORM VALIDATE-RULE-RECORD
    IF WS-RULE-REASON NOT = SPACES
        PERFORM WRITE-RULE-REJECT-LINE
        EXIT PARAGRAPH
    END-IF
    IF WS-RULE-MAX >= 200
        MOVE "TABLE IS FULL (200 RULES)" TO WS-RULE-REASON
        PERFORM WRITE-RULE-REJECT-LINE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RULE-MAX
    MOVE FUNCTION UPPER-CASE(HR-MARKET)
        TO WS-RULE-MARKET(WS-RULE-MAX)
    MOVE FUNCTION UPPER-CASE(HR-TYPE)
        TO WS-RULE-TYPE(WS-RULE-MAX)
    MOVE 0 TO WS-RULE-MONTH(WS-RULE-MAX)
    MOVE 0 TO WS-RULE-DAY(WS-RULE-MAX)
    MOVE 0 TO WS-RULE-WEEKDAY(WS-RULE-MAX)
    MOVE 0 TO WS-RULE-OFFSET(WS-RULE-MAX)
    MOVE FUNCTION UPPER-CASE(HR-NTH)
        TO WS-RULE-NTH(WS-RULE-MAX)
    IF HR-MONTH IS NUMERIC
        MOVE HR-MONTH TO WS-RULE-MONTH(WS-RULE-MAX)
    END-IF
    IF HR-DAY IS NUMERIC
        MOVE HR-DAY TO WS-RULE-DAY(WS-RULE-MAX)
    END-IF
    IF HR-WEEKDAY IS NUMERIC
        MOVE HR-WEEKDAY TO WS-RULE-WEEKDAY(WS-RULE-MAX)
    END-IF
    IF HR-OFFSET-DAYS IS NUMERIC
        MOVE HR-OFFSET-DAYS TO WS-RULE-OFFSET(WS-RULE-MAX)
        IF HR-OFFSET-SIGN = "-"
            MULTIPLY -1 BY WS-RULE-OFFSET(WS-RULE-MAX)
        END-IF
    END-IF
    MOVE FUNCTION UPPER-CASE(HR-OBSERVE)
        TO WS-RULE-OBSERVE(WS-RULE-MAX)
    IF WS-RULE-OBSERVE(WS-RULE-MAX) = SPACE
        MOVE "N" TO WS-RULE-OBSERVE(WS-RULE-MAX)
    END-IF
    MOVE 0 TO WS-RULE-FROM-YEAR(WS-RULE-MAX)
    MOVE 9999 TO WS-RULE-TO-YEAR(WS-RULE-MAX)
    IF HR-FROM-YEAR IS NUMERIC
        MOVE HR-FROM-YEAR TO WS-RULE-FROM-YEAR(WS-RULE-MAX)
    END-IF
    IF HR-TO-YEAR IS NUMERIC
        MOVE HR-TO-YEAR TO WS-RULE-TO-YEAR(WS-RULE-MAX)
    END-IF
    MOVE HR-DESC TO WS-RULE-DESC(WS-RULE-MAX)
    .

*> ============================================================
*> VALIDATE-RULE-RECORD
*> Field checks on the rule just read; WS-RULE-REASON is left
*> blank for a good rule.
*> ============================================================
VALIDATE-RULE-RECORD.
    MOVE SPACES TO WS-RULE-REASON
    IF FUNCTION UPPER-CASE(HR-MARKET) NOT = "ALL"
       AND (HR-MARKET IS NOT ALPHABETIC
            OR HR-MARKET(3:1) = SPACE
            OR HR-MARKET(1:1) = SPACE)
        MOVE "MARKET MUST BE THREE LETTERS OR ALL"
            TO WS-RULE-REASON
        EXIT PARAGRAPH
    END-IF
    IF HR-DESC = SPACES
        MOVE "DESCRIPTION IS BLANK" TO WS-RULE-REASON
        EXIT PARAGRAPH
    END-IF
    EVALUATE FUNCTION UPPER-CASE(HR-TYPE)
        WHEN "F"
            IF HR-MONTH IS NOT NUMERIC
               OR HR-MONTH < "01" OR HR-MONTH > "12"
                MOVE "MONTH MUST BE 01-12" TO WS-RULE-REASON
            ELSE
                MOVE HR-MONTH TO WS-DATE-MONTH
                *> A leap year, so 29 February is allowed; it
                *> is simply not generated in other years.
                MOVE 2000 TO WS-DATE-YEAR
                PERFORM DETERMINE-DAYS-IN-MONTH
                IF HR-DAY IS NOT NUMERIC OR HR-DAY = "00"
                    MOVE "DAY MUST BE 01-31" TO WS-RULE-REASON
                ELSE
                    MOVE HR-DAY TO WS-DATE-DAY
                    IF WS-DATE-DAY > WS-DATE-MAX-DAY
                        MOVE "DAY IS NOT IN THE MONTH"
                            TO WS-RULE-REASON
                    END-IF
                END-IF
            END-IF
        WHEN "N"
            IF HR-MONTH IS NOT NUMERIC
               OR HR-MONTH < "01" OR HR-MONTH > "12"
                MOVE "MONTH MUST BE 01-12" TO WS-RULE-REASON
            ELSE
                IF (HR-NTH < "1" OR HR-NTH > "4")
                   AND FUNCTION UPPER-CASE(HR-NTH) NOT = "L"
                    MOVE "NTH MUST BE 1-4 OR L" TO WS-RULE-REASON
                ELSE
                    IF HR-WEEKDAY < "1" OR HR-WEEKDAY > "7"
                        MOVE "WEEKDAY MUST BE 1-7 (1 = MONDAY)"
                            TO WS-RULE-REASON
                    END-IF
                END-IF
            END-IF
        WHEN "E"
            IF (HR-OFFSET-SIGN NOT = "+"
                AND HR-OFFSET-SIGN NOT = "-")
               OR HR-OFFSET-DAYS IS NOT NUMERIC
                MOVE "EASTER OFFSET MUST BE +NNN OR -NNN"
                    TO WS-RULE-REASON
            END-IF
        WHEN OTHER
            MOVE "RULE TYPE MUST BE F, N OR E" TO WS-RULE-REASON
    END-EVALUATE
    IF WS-RULE-REASON NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF HR-OBSERVE NOT = SPACE
       AND FUNCTION UPPER-CASE(HR-OBSERVE) NOT = "N"
       AND FUNCTION UPPER-CASE(HR-OBSERVE) NOT = "F"
       AND FUNCTION UPPER-CASE(HR-OBSERVE) NOT = "M"
        MOVE "OBSERVANCE MUST BE N, F OR M" TO WS-RULE-REASON
        EXIT PARAGRAPH
    END-IF
    IF (HR-FROM-YEAR NOT = SPACES AND HR-FROM-YEAR IS NOT NUMERIC)
       OR (HR-TO-YEAR NOT = SPACES AND HR-TO-YEAR IS NOT NUMERIC)
        MOVE "FIRST/LAST YEAR MUST BE YYYY OR BLANK"
            TO WS-RULE-REASON
        EXIT PARAGRAPH
    END-IF
    IF HR-FROM-YEAR IS NUMERIC AND HR-TO-YEAR IS NUMERIC
       AND HR-FROM-YEAR > HR-TO-YEAR
        MOVE "FIRST YEAR IS AFTER LAST YEAR" TO WS-RULE-REASON
    END-IF
    .

*> ============================================================
*> WRITE-RULE-REJECT-LINE
*> ============================================================
WRITE-RULE-REJECT-LINE.
    IF WS-RULE-REJECT-COUNT = 0
        MOVE "HOLRULE RECORDS REJECTED" TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
        MOVE "------------------------" TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF
    ADD 1 TO WS-RULE-REJECT-COUNT
    SET RULES-ARE-INVALID TO TRUE
    MOVE WS-RULE-LINE-NUM TO WS-LINE-NUM-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  RECORD " DELIMITED SIZE
        WS-LINE-NUM-EDITED DELIMITED SIZE
        "  " DELIMITED SIZE
        WS-RULE-REASON DELIMITED SIZE
        "  [" DELIMITED SIZE
        FUNCTION TRIM(RULE-RECORD TRAILING) DELIMITED SIZE
        "]" DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-RULES-REFUSED-LINE
*> ============================================================
WRITE-RULES-REFUSED-LINE.
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "*** NO PROPOSAL WRITTEN -- CORRECT HOLRULE AND RERUN ***"
        TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> LOAD-HOLCTL-TABLE
*> Table the calendar as it stands, and take its record count
*> and check total -- the proposal carries both, and APPLY
*> refuses to replace a HOLCTL that no longer matches them.
*> ============================================================
LOAD-HOLCTL-TABLE.
    MOVE 0 TO WS-KEYED-MAX
    MOVE 0 TO WS-HOLCTL-COUNT
    MOVE 0 TO WS-HOLCTL-CHECK
    OPEN INPUT HOLIDAY-FILE
    IF WS-HOLIDAY-STATUS = "05"
        CLOSE HOLIDAY-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-HOLIDAY-STATUS NOT = "00"
        DISPLAY "HOL-GEN: holiday calendar HOLCTL could not be "
            "read (status " WS-HOLIDAY-STATUS ")"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL EOF-REACHED
        READ HOLIDAY-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                IF HOLIDAY-RECORD NOT = SPACES
                    PERFORM LOAD-ONE-HOLCTL-RECORD
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE HOLIDAY-FILE
    .

*> ============================================================
*> LOAD-ONE-HOLCTL-RECORD
*> ============================================================
LOAD-ONE-HOLCTL-RECORD.
    ADD 1 TO WS-HOLCTL-COUNT
    MOVE HOLIDAY-RECORD TO WS-CHECK-IMAGE
    PERFORM VARYING WS-CHECK-POS FROM 1 BY 1
        UNTIL WS-CHECK-POS > 53
        COMPUTE WS-HOLCTL-CHECK = WS-HOLCTL-CHECK
            + FUNCTION ORD(WS-CHECK-IMAGE(WS-CHECK-POS:1))
              * WS-CHECK-POS
    END-PERFORM
    IF WS-KEYED-MAX >= 2000
        SET KEYED-TABLE-OVERFLOWED TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-KEYED-MAX
    MOVE HOLIDAY-RECORD TO WS-KEYED-IMAGE(WS-KEYED-MAX)
    *> Blank market means all markets, as the server reads it.
    MOVE FUNCTION UPPER-CASE(HOLIDAY-MARKET)
        TO WS-KEYED-MARKET(WS-KEYED-MAX)
    IF WS-KEYED-MARKET(WS-KEYED-MAX) = SPACES
        MOVE "ALL" TO WS-KEYED-MARKET(WS-KEYED-MAX)
    END-IF
    MOVE SPACE TO WS-KEYED-MATCH-FLAG(WS-KEYED-MAX)
    .

*> ============================================================
*> GENERATE-RULE-DATES
*> Work every rule for the year before, the requested year,
*> and the year after.
*> ============================================================
GENERATE-RULE-DATES.
    MOVE 0 TO WS-GEN-MAX
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
        UNTIL WS-RULE-IDX > WS-RULE-MAX
        COMPUTE WS-WORK-YEAR = WS-GEN-YEAR - 1
        PERFORM GENERATE-ONE-RULE-YEAR
        MOVE WS-GEN-YEAR TO WS-WORK-YEAR
        PERFORM GENERATE-ONE-RULE-YEAR
        COMPUTE WS-WORK-YEAR = WS-GEN-YEAR + 1
        PERFORM GENERATE-ONE-RULE-YEAR
    END-PERFORM
    .

*> ============================================================
*> GENERATE-ONE-RULE-YEAR
*> The date rule WS-RULE-IDX gives in WS-WORK-YEAR, as an
*> ordinal in WS-ORDINAL-RESULT (zero when the rule gives no
*> date that year), added to the generated table.
*> ============================================================
GENERATE-ONE-RULE-YEAR.
    IF WS-WORK-YEAR < WS-RULE-FROM-YEAR(WS-RULE-IDX)
       OR WS-WORK-YEAR > WS-RULE-TO-YEAR(WS-RULE-IDX)
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ORDINAL-RESULT
    MOVE WS-WORK-YEAR TO WS-DATE-YEAR
    EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
        WHEN "F"
            MOVE WS-RULE-MONTH(WS-RULE-IDX) TO WS-DATE-MONTH
            PERFORM DETERMINE-DAYS-IN-MONTH
            IF WS-RULE-DAY(WS-RULE-IDX) <= WS-DATE-MAX-DAY
                MOVE WS-RULE-DAY(WS-RULE-IDX) TO WS-DATE-DAY
                PERFORM CONVERT-DATE-TO-ORDINAL
            END-IF
        WHEN "N"
            PERFORM COMPUTE-NTH-WEEKDAY
        WHEN "E"
            PERFORM COMPUTE-EASTER-SUNDAY
            ADD WS-RULE-OFFSET(WS-RULE-IDX) TO WS-ORDINAL-RESULT
    END-EVALUATE
    IF WS-ORDINAL-RESULT = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-GEN-MAX >= 600
        DISPLAY "HOL-GEN: more than 600 rule dates -- "
            "no proposal written"
            UPON SYSERR
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ADD-GENERATED-DATE
    .

*> ============================================================
*> ADD-GENERATED-DATE
*> Insert the date in market and date order, shuffling the
*> later entries up one place.
*> ============================================================
ADD-GENERATED-DATE.
    ADD 1 TO WS-GEN-MAX
    MOVE WS-GEN-MAX TO WS-GEN-INSERT-IDX
    PERFORM UNTIL WS-GEN-INSERT-IDX = 1
        IF WS-GEN-MARKET(WS-GEN-INSERT-IDX - 1)
               < WS-RULE-MARKET(WS-RULE-IDX)
           OR (WS-GEN-MARKET(WS-GEN-INSERT-IDX - 1)
                   = WS-RULE-MARKET(WS-RULE-IDX)
               AND WS-GEN-ACTUAL-ORD(WS-GEN-INSERT-IDX - 1)
                   <= WS-ORDINAL-RESULT)
            EXIT PERFORM
        END-IF
        MOVE WS-GEN-ENTRY(WS-GEN-INSERT-IDX - 1)
            TO WS-GEN-ENTRY(WS-GEN-INSERT-IDX)
        SUBTRACT 1 FROM WS-GEN-INSERT-IDX
    END-PERFORM
    MOVE WS-RULE-MARKET(WS-RULE-IDX)
        TO WS-GEN-MARKET(WS-GEN-INSERT-IDX)
    MOVE WS-ORDINAL-RESULT TO WS-GEN-ACTUAL-ORD(WS-GEN-INSERT-IDX)
    MOVE WS-ORDINAL-RESULT
        TO WS-GEN-OBSERVED-ORD(WS-GEN-INSERT-IDX)
    MOVE WS-RULE-IDX TO WS-GEN-RULE-NUM(WS-GEN-INSERT-IDX)
    MOVE WS-RULE-OBSERVE(WS-RULE-IDX)
        TO WS-GEN-OBSERVE(WS-GEN-INSERT-IDX)
    MOVE WS-RULE-DESC(WS-RULE-IDX)
        TO WS-GEN-DESC(WS-GEN-INSERT-IDX)
    MOVE SPACES TO WS-GEN-DATE(WS-GEN-INSERT-IDX)
    SET GEN-OUTSIDE-YEAR(WS-GEN-INSERT-IDX) TO TRUE
    .

*> ============================================================
*> COMPUTE-NTH-WEEKDAY
*> The nth (or last) given weekday of the rule's month in
*> WS-DATE-YEAR, as an ordinal.
*> ============================================================
COMPUTE-NTH-WEEKDAY.
    COMPUTE WS-TARGET-WEEKDAY = WS-RULE-WEEKDAY(WS-RULE-IDX) - 1
    MOVE WS-RULE-MONTH(WS-RULE-IDX) TO WS-DATE-MONTH
    IF WS-RULE-NTH(WS-RULE-IDX) = "L"
        PERFORM DETERMINE-DAYS-IN-MONTH
        MOVE WS-DATE-MAX-DAY TO WS-DATE-DAY
        PERFORM CONVERT-DATE-TO-ORDINAL
        MOVE WS-ORDINAL-RESULT TO WS-MONTH-LAST-ORD
        COMPUTE WS-WEEKDAY-IDX =
            FUNCTION MOD(WS-MONTH-LAST-ORD - 1, 7)
        COMPUTE WS-ORDINAL-RESULT = WS-MONTH-LAST-ORD
            - FUNCTION MOD(WS-WEEKDAY-IDX - WS-TARGET-WEEKDAY
                           + 7, 7)
    ELSE
        MOVE 1 TO WS-DATE-DAY
        PERFORM CONVERT-DATE-TO-ORDINAL
        MOVE WS-ORDINAL-RESULT TO WS-MONTH-FIRST-ORD
        COMPUTE WS-WEEKDAY-IDX =
            FUNCTION MOD(WS-MONTH-FIRST-ORD - 1, 7)
        COMPUTE WS-ORDINAL-RESULT = WS-MONTH-FIRST-ORD
            + FUNCTION MOD(WS-TARGET-WEEKDAY - WS-WEEKDAY-IDX
                           + 7, 7)
            + 7 * (FUNCTION NUMVAL(WS-RULE-NTH(WS-RULE-IDX)) - 1)
    END-IF
    .

*> ============================================================
*> COMPUTE-EASTER-SUNDAY
*> Western (Gregorian) Easter Sunday of WS-DATE-YEAR by the
*> anonymous Gregorian algorithm, as an ordinal.
*> ============================================================
COMPUTE-EASTER-SUNDAY.
    COMPUTE WS-EASTER-A = FUNCTION MOD(WS-DATE-YEAR, 19)
    COMPUTE WS-EASTER-B = FUNCTION INTEGER(WS-DATE-YEAR / 100)
    COMPUTE WS-EASTER-C = FUNCTION MOD(WS-DATE-YEAR, 100)
    COMPUTE WS-EASTER-D = FUNCTION INTEGER(WS-EASTER-B / 4)
    COMPUTE WS-EASTER-E = FUNCTION MOD(WS-EASTER-B, 4)
    COMPUTE WS-EASTER-F =
        FUNCTION INTEGER((WS-EASTER-B + 8) / 25)
    COMPUTE WS-EASTER-G =
        FUNCTION INTEGER((WS-EASTER-B - WS-EASTER-F + 1) / 3)
    COMPUTE WS-EASTER-H = FUNCTION MOD(
        19 * WS-EASTER-A + WS-EASTER-B - WS-EASTER-D
        - WS-EASTER-G + 15, 30)
    COMPUTE WS-EASTER-I = FUNCTION INTEGER(WS-EASTER-C / 4)
    COMPUTE WS-EASTER-K = FUNCTION MOD(WS-EASTER-C, 4)
    COMPUTE WS-EASTER-L = FUNCTION MOD(
        32 + 2 * WS-EASTER-E + 2 * WS-EASTER-I
        - WS-EASTER-H - WS-EASTER-K, 7)
    COMPUTE WS-EASTER-M = FUNCTION INTEGER(
        (WS-EASTER-A + 11 * WS-EASTER-H + 22 * WS-EASTER-L)
        / 451)
    COMPUTE WS-EASTER-SUM =
        WS-EASTER-H + WS-EASTER-L - 7 * WS-EASTER-M + 114
    COMPUTE WS-DATE-MONTH = FUNCTION INTEGER(WS-EASTER-SUM / 31)
    COMPUTE WS-DATE-DAY = FUNCTION MOD(WS-EASTER-SUM, 31) + 1
    PERFORM CONVERT-DATE-TO-ORDINAL
    .

*> ============================================================
*> APPLY-OBSERVANCE
*> Move a weekend date to the day it is observed. The table is
*> in market and date order, so a Monday substitute meets the
*> market's earlier holidays first and steps past any weekday
*> already taken -- by another holiday in the market (or an
*> all-markets one) or by an earlier substitute.
*> ============================================================
APPLY-OBSERVANCE.
    COMPUTE WS-WEEKDAY-IDX =
        FUNCTION MOD(WS-GEN-ACTUAL-ORD(WS-GEN-IDX) - 1, 7)
    IF WS-WEEKDAY-IDX < 5
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-GEN-OBSERVE(WS-GEN-IDX)
        WHEN "F"
            IF WS-WEEKDAY-IDX = 5
                COMPUTE WS-GEN-OBSERVED-ORD(WS-GEN-IDX) =
                    WS-GEN-ACTUAL-ORD(WS-GEN-IDX) - 1
            ELSE
                COMPUTE WS-GEN-OBSERVED-ORD(WS-GEN-IDX) =
                    WS-GEN-ACTUAL-ORD(WS-GEN-IDX) + 1
            END-IF
        WHEN "M"
            COMPUTE WS-CANDIDATE-ORD =
                WS-GEN-ACTUAL-ORD(WS-GEN-IDX) + 7 - WS-WEEKDAY-IDX
            PERFORM CHECK-CANDIDATE-FREE
            PERFORM UNTIL CANDIDATE-IS-FREE
                ADD 1 TO WS-CANDIDATE-ORD
                PERFORM CHECK-CANDIDATE-FREE
            END-PERFORM
            MOVE WS-CANDIDATE-ORD
                TO WS-GEN-OBSERVED-ORD(WS-GEN-IDX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> ============================================================
*> CHECK-CANDIDATE-FREE
*> ============================================================
CHECK-CANDIDATE-FREE.
    SET CANDIDATE-IS-FREE TO TRUE
    COMPUTE WS-WEEKDAY-IDX =
        FUNCTION MOD(WS-CANDIDATE-ORD - 1, 7)
    IF WS-WEEKDAY-IDX >= 5
        SET CANDIDATE-IS-TAKEN TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
        UNTIL WS-GEN-SCAN-IDX > WS-GEN-MAX
           OR CANDIDATE-IS-TAKEN
        IF WS-GEN-SCAN-IDX NOT = WS-GEN-IDX
           AND (WS-GEN-MARKET(WS-GEN-SCAN-IDX)
                    = WS-GEN-MARKET(WS-GEN-IDX)
                OR WS-GEN-MARKET(WS-GEN-SCAN-IDX) = "ALL"
                OR WS-GEN-MARKET(WS-GEN-IDX) = "ALL")
            IF WS-GEN-ACTUAL-ORD(WS-GEN-SCAN-IDX)
                   = WS-CANDIDATE-ORD
               OR (WS-GEN-SCAN-IDX < WS-GEN-IDX
                   AND WS-GEN-OBSERVED-ORD(WS-GEN-SCAN-IDX)
                       = WS-CANDIDATE-ORD)
                SET CANDIDATE-IS-TAKEN TO TRUE
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> SELECT-YEAR-DATES
*> Keep the dates that land in the requested year, observed
*> where a rule moves them, and drop a second rule landing on
*> a date the market already has.
*> ============================================================
SELECT-YEAR-DATES.
    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
        UNTIL WS-GEN-IDX > WS-GEN-MAX
        IF WS-GEN-OBSERVED-ORD(WS-GEN-IDX) >= WS-GEN-YEAR-FIRST-ORD
           AND WS-GEN-OBSERVED-ORD(WS-GEN-IDX)
               <= WS-GEN-YEAR-LAST-ORD
            SET GEN-IN-YEAR(WS-GEN-IDX) TO TRUE
            MOVE WS-GEN-OBSERVED-ORD(WS-GEN-IDX) TO WS-ORD-INPUT
            PERFORM CONVERT-ORDINAL-TO-DATE
            MOVE WS-DATE-YEAR TO WS-DATE-TEXT-YEAR
            MOVE WS-DATE-MONTH TO WS-DATE-TEXT-MONTH
            MOVE WS-DATE-DAY TO WS-DATE-TEXT-DAY
            MOVE WS-DATE-TEXT TO WS-GEN-DATE(WS-GEN-IDX)
            PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                UNTIL WS-GEN-SCAN-IDX >= WS-GEN-IDX
                   OR GEN-DUPLICATE(WS-GEN-IDX)
                IF GEN-IN-YEAR(WS-GEN-SCAN-IDX)
                   AND WS-GEN-MARKET(WS-GEN-SCAN-IDX)
                       = WS-GEN-MARKET(WS-GEN-IDX)
                   AND WS-GEN-OBSERVED-ORD(WS-GEN-SCAN-IDX)
                       = WS-GEN-OBSERVED-ORD(WS-GEN-IDX)
                    SET GEN-DUPLICATE(WS-GEN-IDX) TO TRUE
                    ADD 1 TO WS-DUPLICATE-COUNT
                END-IF
            END-PERFORM
            IF GEN-IN-YEAR(WS-GEN-IDX)
               AND WS-GEN-OBSERVED-ORD(WS-GEN-IDX)
                   NOT = WS-GEN-ACTUAL-ORD(WS-GEN-IDX)
                MOVE SPACES TO WS-RPT-LINE
                STRING
                    FUNCTION TRIM(WS-GEN-DESC(WS-GEN-IDX))
                        DELIMITED SIZE
                    " (OBSERVED)" DELIMITED SIZE
                    INTO WS-RPT-LINE
                END-STRING
                MOVE WS-RPT-LINE TO WS-GEN-DESC(WS-GEN-IDX)
                MOVE SPACES TO WS-RPT-LINE
            END-IF
            IF GEN-IN-YEAR(WS-GEN-IDX)
                ADD 1 TO WS-GENERATED-COUNT
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> MATCH-KEYED-DATES
*> A date already keyed for the year that a rule also gives
*> (same date, same market) is confirmed; the rule's record
*> replaces it. Anything else keyed for the year is a one-off
*> and is kept.
*> ============================================================
MATCH-KEYED-DATES.
    PERFORM VARYING WS-KEYED-IDX FROM 1 BY 1
        UNTIL WS-KEYED-IDX > WS-KEYED-MAX
        IF WS-KEYED-IMAGE(WS-KEYED-IDX)(1:4) = WS-GEN-YEAR
            PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                UNTIL WS-GEN-IDX > WS-GEN-MAX
                   OR KEYED-MATCHES-RULE(WS-KEYED-IDX)
                IF (GEN-IN-YEAR(WS-GEN-IDX)
                    OR GEN-ALREADY-KEYED(WS-GEN-IDX))
                   AND WS-GEN-DATE(WS-GEN-IDX)
                       = WS-KEYED-IMAGE(WS-KEYED-IDX)(1:8)
                   AND WS-GEN-MARKET(WS-GEN-IDX)
                       = WS-KEYED-MARKET(WS-KEYED-IDX)
                    SET KEYED-MATCHES-RULE(WS-KEYED-IDX) TO TRUE
                    SET GEN-ALREADY-KEYED(WS-GEN-IDX) TO TRUE
                END-IF
            END-PERFORM
            IF KEYED-MATCHES-RULE(WS-KEYED-IDX)
                ADD 1 TO WS-CONFIRMED-COUNT
            ELSE
                ADD 1 TO WS-ONE-OFF-COUNT
            END-IF
        ELSE
            ADD 1 TO WS-CARRIED-COUNT
        END-IF
    END-PERFORM
    IF WS-ONE-OFF-COUNT > 0
        MOVE 4 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> OPEN-PROPOSAL-FILE
*> ============================================================
OPEN-PROPOSAL-FILE.
    OPEN OUTPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS NOT = "00"
       AND WS-PROPOSAL-STATUS NOT = "05"
        DISPLAY "HOL-GEN: could not open proposal file HOLPROP"
            UPON SYSERR
        CLOSE LISTING-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-GEN-YEAR TO PH-YEAR
    MOVE WS-OPERATOR-ID TO PH-OPERATOR
    MOVE WS-CURRENT-DATE(1:14) TO PH-STAMP
    MOVE WS-HOLCTL-COUNT TO PH-HOLCTL-COUNT
    MOVE WS-HOLCTL-CHECK TO PH-HOLCTL-CHECK
    WRITE PROPOSAL-RECORD FROM WS-PROPOSAL-HEADER
    .

*> ============================================================
*> RELEASE-PROPOSED-RECORDS
*> Input procedure: every record of the proposed HOLCTL --
*> other years' dates as keyed, the year's one-offs as keyed,
*> and the year's rule dates.
*> ============================================================
RELEASE-PROPOSED-RECORDS.
    PERFORM VARYING WS-KEYED-IDX FROM 1 BY 1
        UNTIL WS-KEYED-IDX > WS-KEYED-MAX
        IF NOT KEYED-MATCHES-RULE(WS-KEYED-IDX)
            MOVE SPACES TO SORT-RECORD
            MOVE WS-KEYED-IMAGE(WS-KEYED-IDX) TO SORT-IMAGE
            IF SORT-DATE(1:4) = WS-GEN-YEAR
                MOVE "Y" TO SORT-IN-YEAR
                MOVE "KEYED ONE-OFF -- KEPT, NOT FROM THE RULES"
                    TO SORT-SOURCE
            ELSE
                MOVE "N" TO SORT-IN-YEAR
            END-IF
            RELEASE SORT-RECORD
        END-IF
    END-PERFORM
    PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
        UNTIL WS-GEN-IDX > WS-GEN-MAX
        IF GEN-IN-YEAR(WS-GEN-IDX) OR GEN-ALREADY-KEYED(WS-GEN-IDX)
            PERFORM RELEASE-ONE-RULE-DATE
        END-IF
    END-PERFORM
    .

*> ============================================================
*> RELEASE-ONE-RULE-DATE
*> ============================================================
RELEASE-ONE-RULE-DATE.
    MOVE SPACES TO SORT-RECORD
    MOVE WS-GEN-DATE(WS-GEN-IDX) TO SORT-DATE
    MOVE WS-GEN-MARKET(WS-GEN-IDX) TO SORT-MARKET
    MOVE WS-GEN-DESC(WS-GEN-IDX) TO SORT-DESC
    MOVE "Y" TO SORT-IN-YEAR
    MOVE WS-GEN-RULE-NUM(WS-GEN-IDX) TO WS-RULE-NUM-EDITED
    MOVE SPACES TO WS-SOURCE-TEXT
    STRING "RULE " WS-RULE-NUM-EDITED
        DELIMITED SIZE INTO WS-SOURCE-TEXT
    END-STRING
    IF WS-GEN-OBSERVED-ORD(WS-GEN-IDX)
       NOT = WS-GEN-ACTUAL-ORD(WS-GEN-IDX)
        MOVE WS-GEN-ACTUAL-ORD(WS-GEN-IDX) TO WS-ORD-INPUT
        PERFORM CONVERT-ORDINAL-TO-DATE
        PERFORM FORMAT-LIST-DATE
        STRING
            "RULE " WS-RULE-NUM-EDITED
            ", FALLS ON " WS-LIST-DAY-NAME " " WS-LIST-DATE-TEXT
            DELIMITED SIZE
            INTO WS-SOURCE-TEXT
        END-STRING
    END-IF
    IF GEN-ALREADY-KEYED(WS-GEN-IDX)
        STRING
            FUNCTION TRIM(WS-SOURCE-TEXT) DELIMITED SIZE
            ", ALREADY KEYED" DELIMITED SIZE
            INTO SORT-SOURCE
        END-STRING
    ELSE
        MOVE WS-SOURCE-TEXT TO SORT-SOURCE
    END-IF
    RELEASE SORT-RECORD
    .

*> ============================================================
*> WRITE-LISTING-HEADING
*> ============================================================
WRITE-LISTING-HEADING.
    MOVE SPACES TO WS-RPT-LINE
    STRING "PROPOSED HOLIDAY CALENDAR FOR " WS-GEN-YEAR
        DELIMITED SIZE INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "==================================" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-RULE-MAX TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "PROPOSED BY " DELIMITED SIZE
        FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED SIZE
        " ON " DELIMITED SIZE
        WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
        WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
        WS-CURRENT-DATE(11:2) DELIMITED SIZE
        " FROM " DELIMITED SIZE
        FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED SIZE
        " HOLRULE RULES" DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "DATE       DAY MKT DESCRIPTION" TO WS-RPT-LINE
    MOVE "SOURCE" TO WS-RPT-LINE(61:)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "---------- --- --- ----------------------------------------"
        TO WS-RPT-LINE
    MOVE "----------------------------------------"
        TO WS-RPT-LINE(61:)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-PROPOSAL-AND-LISTING
*> Output procedure: every record goes to HOLPROP in date and
*> market order; the requested year's records are listed.
*> ============================================================
WRITE-PROPOSAL-AND-LISTING.
    SET SORT-RETURN-NOT-DONE TO TRUE
    PERFORM UNTIL SORT-RETURN-DONE
        RETURN SORT-WORK-FILE
            AT END
                SET SORT-RETURN-DONE TO TRUE
            NOT AT END
                WRITE PROPOSAL-RECORD FROM SORT-IMAGE
                ADD 1 TO WS-PROPOSED-COUNT
                IF SORT-IN-YEAR = "Y"
                    PERFORM WRITE-CALENDAR-LINE
                END-IF
        END-RETURN
    END-PERFORM
    IF WS-GENERATED-COUNT = 0 AND WS-ONE-OFF-COUNT = 0
        MOVE "  (no dates for the year)" TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF
    .

*> ============================================================
*> WRITE-CALENDAR-LINE
*> ============================================================
WRITE-CALENDAR-LINE.
    MOVE SORT-DATE TO WS-DATE-TEXT
    MOVE WS-DATE-TEXT-YEAR TO WS-DATE-YEAR
    MOVE WS-DATE-TEXT-MONTH TO WS-DATE-MONTH
    MOVE WS-DATE-TEXT-DAY TO WS-DATE-DAY
    MOVE SPACES TO WS-LIST-DAY-NAME
    MOVE SPACES TO WS-LIST-DATE-TEXT
    IF SORT-DATE IS NUMERIC
       AND WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
        PERFORM CONVERT-DATE-TO-ORDINAL
        MOVE WS-ORDINAL-RESULT TO WS-ORD-INPUT
        PERFORM FORMAT-LIST-DATE
    ELSE
        MOVE SORT-DATE TO WS-LIST-DATE-TEXT
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    STRING
        WS-LIST-DATE-TEXT DELIMITED SIZE
        " " DELIMITED SIZE
        WS-LIST-DAY-NAME DELIMITED SIZE
        " " DELIMITED SIZE
        SORT-MARKET DELIMITED SIZE
        " " DELIMITED SIZE
        SORT-DESC DELIMITED SIZE
        " " DELIMITED SIZE
        SORT-SOURCE DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> FORMAT-LIST-DATE
*> WS-DATE-YEAR/MONTH/DAY and the ordinal in WS-ORD-INPUT to
*> YYYY-MM-DD and a weekday name for the listing.
*> ============================================================
FORMAT-LIST-DATE.
    MOVE WS-DATE-YEAR TO WS-DATE-TEXT-YEAR
    MOVE WS-DATE-MONTH TO WS-DATE-TEXT-MONTH
    MOVE WS-DATE-DAY TO WS-DATE-TEXT-DAY
    MOVE SPACES TO WS-LIST-DATE-TEXT
    STRING
        WS-DATE-TEXT(1:4) "-" WS-DATE-TEXT(5:2) "-"
        WS-DATE-TEXT(7:2)
        DELIMITED SIZE
        INTO WS-LIST-DATE-TEXT
    END-STRING
    COMPUTE WS-WEEKDAY-IDX = FUNCTION MOD(WS-ORD-INPUT - 1, 7)
    MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-IDX + 1) TO WS-LIST-DAY-NAME
    .

*> ============================================================
*> WRITE-LISTING-TOTALS
*> ============================================================
WRITE-LISTING-TOTALS.
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "TOTALS" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "------" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-GENERATED-COUNT TO WS-COUNT-EDITED
    MOVE "  DATES FROM THE RULES          : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDITED
    MOVE "  SECOND RULE ON THE SAME DATE  : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    MOVE "  (merged)" TO WS-RPT-LINE(43:)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-CONFIRMED-COUNT TO WS-COUNT-EDITED
    MOVE "  KEYED DATES THE RULES CONFIRM : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-ONE-OFF-COUNT TO WS-COUNT-EDITED
    MOVE "  KEYED ONE-OFF DATES KEPT      : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    IF WS-ONE-OFF-COUNT > 0
        MOVE "  *** CHECK EACH ONE BEFORE SIGN-OFF ***"
            TO WS-RPT-LINE(43:)
    END-IF
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-CARRIED-COUNT TO WS-COUNT-EDITED
    MOVE "  OTHER YEARS' DATES CARRIED    : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-HOLCTL-COUNT TO WS-COUNT-EDITED
    MOVE "  HOLCTL RECORDS NOW            : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-PROPOSED-COUNT TO WS-COUNT-EDITED
    MOVE "  HOLCTL RECORDS PROPOSED       : " TO WS-RPT-LINE
    MOVE WS-COUNT-EDITED TO WS-RPT-LINE(35:8)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    *> The server tables the first 200 calendar dates only.
    IF WS-PROPOSED-COUNT > 200
        MOVE "  *** MORE THAN THE 200 DATES MCP-SERVER HOLDS -- "
            TO WS-RPT-LINE
        MOVE "RETIRE PAST YEARS BEFORE SIGN-OFF ***"
            TO WS-RPT-LINE(51:)
        WRITE LISTING-RECORD FROM WS-RPT-LINE
        MOVE 4 TO WS-RUN-RC
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "SIGN-OFF: ______________________________   DATE: __________"
        TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "HOLCTL IS NOT CHANGED UNTIL A DIFFERENT OPERATOR RUNS "
        TO WS-RPT-LINE
    MOVE "HOL-GEN WITH THE APPLY PARM." TO WS-RPT-LINE(55:)
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> APPLY-PROPOSAL
*> Replace HOLCTL from the signed-off proposal. Refused --
*> HOLCTL untouched, RC 8 -- when there is no complete
*> proposal on file, when the operator is the one who made it,
*> or when HOLCTL has changed since it was made (a CTL-MAINT
*> change in between would otherwise be silently lost). The
*> proposal is emptied only once the replacement is on the
*> CTLAUDIT trail; until then it is the only record of who
*> proposed the calendar now in HOLCTL.
*> ============================================================
APPLY-PROPOSAL.
    OPEN INPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS = "05"
        CLOSE PROPOSAL-FILE
        MOVE "05" TO WS-PROPOSAL-STATUS
    END-IF
    IF WS-PROPOSAL-STATUS NOT = "00"
        DISPLAY "HOL-GEN: no proposal on file (HOLPROP) -- "
            "HOLCTL not changed"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PROPOSAL-RECORD
    READ PROPOSAL-FILE
        AT END
            MOVE SPACES TO PROPOSAL-RECORD
    END-READ
    MOVE PROPOSAL-RECORD TO WS-PROPOSAL-HEADER
    IF PH-TAG NOT = "*PROPOSAL "
        DISPLAY "HOL-GEN: no proposal on file (HOLPROP) -- "
            "HOLCTL not changed"
            UPON SYSERR
        CLOSE PROPOSAL-FILE
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-APPLY-COUNT
    MOVE SPACES TO WS-PROPOSAL-TRAILER
    PERFORM UNTIL EOF-REACHED
        READ PROPOSAL-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                IF PROPOSAL-RECORD(1:10) = "*END      "
                    MOVE PROPOSAL-RECORD TO WS-PROPOSAL-TRAILER
                ELSE
                    ADD 1 TO WS-APPLY-COUNT
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE PROPOSAL-FILE

    IF PT-TAG NOT = "*END      "
       OR PT-RECORD-COUNT IS NOT NUMERIC
       OR PT-RECORD-COUNT NOT = WS-APPLY-COUNT
        DISPLAY "HOL-GEN: the proposal on HOLPROP is incomplete "
            "-- HOLCTL not changed; rerun the proposal"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    IF PH-OPERATOR = WS-OPERATOR-ID
        DISPLAY "HOL-GEN: the " PH-YEAR " calendar was proposed "
            "by " FUNCTION TRIM(PH-OPERATOR) " and must be "
            "applied by a different operator -- HOLCTL not changed"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-HOLCTL-TABLE
    IF WS-HOLCTL-COUNT NOT = PH-HOLCTL-COUNT
       OR WS-HOLCTL-CHECK NOT = PH-HOLCTL-CHECK
        DISPLAY "HOL-GEN: HOLCTL has changed since the "
            PH-YEAR " calendar was proposed -- HOLCTL not "
            "changed; rerun the proposal"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF

    PERFORM REPLACE-HOLCTL
    PERFORM WRITE-REPLACE-TRAIL
    *> With no trail record the kept proposal is the only
    *> record of who proposed the calendar now in HOLCTL.
    IF WS-RUN-RC >= 8
        DISPLAY "HOL-GEN: HOLCTL was replaced with the " PH-YEAR
            " calendar proposed by " FUNCTION TRIM(PH-OPERATOR)
            " but the replacement is not on the CTLAUDIT trail "
            "-- HOLPROP is kept as its record"
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    *> Spent: a proposal is applied once.
    OPEN OUTPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS NOT = "00"
        DISPLAY "HOL-GEN: HOLCTL replaced, but the proposal "
            "HOLPROP could not be emptied (status "
            WS-PROPOSAL-STATUS ") -- it no longer matches "
            "HOLCTL and will be refused if applied again"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    CLOSE PROPOSAL-FILE
    MOVE WS-APPLY-COUNT TO WS-COUNT-EDITED
    DISPLAY "HOL-GEN: HOLCTL replaced with the " PH-YEAR
        " calendar proposed by " FUNCTION TRIM(PH-OPERATOR)
        " -- " FUNCTION TRIM(WS-COUNT-EDITED) " records"
    .

*> ============================================================
*> REPLACE-HOLCTL
*> Copy the proposal over HOLCTL. A proposal that cannot be
*> read leaves HOLCTL untouched; a write that fails part way
*> leaves it incomplete. Either ends the run with condition
*> code 8 before the trail is written and with the proposal
*> kept, so the APPLY can simply be run again.
*> ============================================================
REPLACE-HOLCTL.
    OPEN INPUT PROPOSAL-FILE
    IF WS-PROPOSAL-STATUS NOT = "00"
        DISPLAY "HOL-GEN: could not read the proposal HOLPROP "
            "(status " WS-PROPOSAL-STATUS ") -- HOLCTL not "
            "changed"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT HOLIDAY-FILE
    IF WS-HOLIDAY-STATUS NOT = "00"
       AND WS-HOLIDAY-STATUS NOT = "05"
        DISPLAY "HOL-GEN: could not rewrite HOLCTL (status "
            WS-HOLIDAY-STATUS ") -- HOLCTL not changed"
            UPON SYSERR
        CLOSE PROPOSAL-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL EOF-REACHED
        READ PROPOSAL-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                IF PROPOSAL-RECORD(1:1) NOT = "*"
                    MOVE PROPOSAL-RECORD TO HOLIDAY-RECORD
                    WRITE HOLIDAY-RECORD
                    IF WS-HOLIDAY-STATUS NOT = "00"
                        SET EOF-REACHED TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    CLOSE PROPOSAL-FILE
    CLOSE HOLIDAY-FILE
    IF WS-HOLIDAY-STATUS NOT = "00"
        DISPLAY "HOL-GEN: could not write HOLCTL (status "
            WS-HOLIDAY-STATUS ") -- HOLCTL is incomplete; "
            "the proposal is kept, run the APPLY again"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> WRITE-REPLACE-TRAIL
*> One CTLAUDIT record for the replacement, in CTL-MAINT's
*> trail layout: the applying operator, and the year and who
*> proposed it when in the record text. ref= is left zero: a
*> replacement is not a CTLPEND item, and a ref there names
*> one.
*> ============================================================
WRITE-REPLACE-TRAIL.
    MOVE FUNCTION CURRENT-DATE TO WS-TRAIL-TIMESTAMP
    MOVE 0 TO WS-TRAIL-REF
    MOVE WS-APPLY-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-TRAIL-IMAGE
    STRING
        "CALENDAR " PH-YEAR " PROPOSED BY " DELIMITED SIZE
        FUNCTION TRIM(PH-OPERATOR) DELIMITED SIZE
        " AT " PH-STAMP ", " DELIMITED SIZE
        FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED SIZE
        " RECORDS" DELIMITED SIZE
        INTO WS-TRAIL-IMAGE
    END-STRING
    OPEN EXTEND AUDIT-TRAIL-FILE
    IF WS-TRAIL-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    END-IF
    IF WS-TRAIL-STATUS NOT = "00"
        DISPLAY "HOL-GEN: could not write the CTLAUDIT "
            "trail (status " WS-TRAIL-STATUS ")"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO AUDIT-TRAIL-RECORD
    STRING
        FUNCTION TRIM(WS-TRAIL-TIMESTAMP) DELIMITED SPACES
        " user=" DELIMITED SIZE
        FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED SPACES
        " file=HOLCTL" DELIMITED SIZE
        " action=REPLACE" DELIMITED SIZE
        " ref=" DELIMITED SIZE
        WS-TRAIL-REF DELIMITED SIZE
        " record=[" DELIMITED SIZE
        FUNCTION TRIM(WS-TRAIL-IMAGE TRAILING) DELIMITED SIZE
        "]" DELIMITED SIZE
        INTO AUDIT-TRAIL-RECORD
    END-STRING
    WRITE AUDIT-TRAIL-RECORD
    IF WS-TRAIL-STATUS NOT = "00"
        DISPLAY "HOL-GEN: could not write the CTLAUDIT "
            "trail (status " WS-TRAIL-STATUS ")"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
    END-IF
    CLOSE AUDIT-TRAIL-FILE
    .

*> ============================================================
*> CONVERT-DATE-TO-ORDINAL
*> WS-DATE-YEAR/MONTH/DAY to a proleptic-Gregorian ordinal day
*> number in WS-ORDINAL-RESULT.
*> ============================================================
CONVERT-DATE-TO-ORDINAL.
    MOVE WS-DATE-MONTH TO WS-CUM-DAYS-TAB-IDX
    COMPUTE WS-ORDINAL-RESULT =
        365 * (WS-DATE-YEAR - 1)
        + FUNCTION INTEGER((WS-DATE-YEAR - 1) / 4)
        - FUNCTION INTEGER((WS-DATE-YEAR - 1) / 100)
        + FUNCTION INTEGER((WS-DATE-YEAR - 1) / 400)
        + WS-CUM-DAYS-BEFORE(WS-CUM-DAYS-TAB-IDX)
        + WS-DATE-DAY
    PERFORM CHECK-LEAP-YEAR
    IF IS-LEAP-YEAR AND WS-DATE-MONTH > 2
        ADD 1 TO WS-ORDINAL-RESULT
    END-IF
    .

*> ============================================================
*> CONVERT-ORDINAL-TO-DATE
*> The inverse: the ordinal in WS-ORD-INPUT back into
*> WS-DATE-YEAR, WS-DATE-MONTH and WS-DATE-DAY.
*> ============================================================
CONVERT-ORDINAL-TO-DATE.
    COMPUTE WS-ORD-WORK-YEAR =
        FUNCTION INTEGER(WS-ORD-INPUT / 365.2425) + 1
    IF WS-ORD-WORK-YEAR < 1
        MOVE 1 TO WS-ORD-WORK-YEAR
    END-IF
    PERFORM COMPUTE-JAN1-ORDINAL
    PERFORM UNTIL WS-ORD-JAN1-ORDINAL <= WS-ORD-INPUT
        SUBTRACT 1 FROM WS-ORD-WORK-YEAR
        PERFORM COMPUTE-JAN1-ORDINAL
    END-PERFORM
    ADD 1 TO WS-ORD-WORK-YEAR
    PERFORM COMPUTE-JAN1-ORDINAL
    PERFORM UNTIL WS-ORD-JAN1-ORDINAL > WS-ORD-INPUT
        ADD 1 TO WS-ORD-WORK-YEAR
        PERFORM COMPUTE-JAN1-ORDINAL
    END-PERFORM
    SUBTRACT 1 FROM WS-ORD-WORK-YEAR
    PERFORM COMPUTE-JAN1-ORDINAL
    MOVE WS-ORD-WORK-YEAR TO WS-DATE-YEAR

    COMPUTE WS-ORD-REMAINING-DAYS =
        WS-ORD-INPUT - WS-ORD-JAN1-ORDINAL + 1
    MOVE 1 TO WS-DATE-MONTH
    SET ORDINAL-MONTH-NOT-FOUND TO TRUE
    PERFORM UNTIL ORDINAL-MONTH-FOUND
        OR WS-DATE-MONTH > 12
        PERFORM DETERMINE-DAYS-IN-MONTH
        IF WS-ORD-REMAINING-DAYS <= WS-DATE-MAX-DAY
            MOVE WS-ORD-REMAINING-DAYS TO WS-DATE-DAY
            SET ORDINAL-MONTH-FOUND TO TRUE
        ELSE
            SUBTRACT WS-DATE-MAX-DAY FROM WS-ORD-REMAINING-DAYS
            ADD 1 TO WS-DATE-MONTH
        END-IF
    END-PERFORM
    .

*> ============================================================
*> COMPUTE-JAN1-ORDINAL
*> ============================================================
COMPUTE-JAN1-ORDINAL.
    COMPUTE WS-ORD-JAN1-ORDINAL =
        365 * (WS-ORD-WORK-YEAR - 1)
        + FUNCTION INTEGER((WS-ORD-WORK-YEAR - 1) / 4)
        - FUNCTION INTEGER((WS-ORD-WORK-YEAR - 1) / 100)
        + FUNCTION INTEGER((WS-ORD-WORK-YEAR - 1) / 400)
        + 1
    .

*> ============================================================
*> DETERMINE-DAYS-IN-MONTH
*> ============================================================
DETERMINE-DAYS-IN-MONTH.
    EVALUATE WS-DATE-MONTH
        WHEN 1  MOVE 31 TO WS-DATE-MAX-DAY
        WHEN 2  PERFORM CHECK-LEAP-YEAR
                IF IS-LEAP-YEAR
                    MOVE 29 TO WS-DATE-MAX-DAY
                ELSE
                    MOVE 28 TO WS-DATE-MAX-DAY
                END-IF
        WHEN 3  MOVE 31 TO WS-DATE-MAX-DAY
        WHEN 4  MOVE 30 TO WS-DATE-MAX-DAY
        WHEN 5  MOVE 31 TO WS-DATE-MAX-DAY
        WHEN 6  MOVE 30 TO WS-DATE-MAX-DAY
        WHEN 7  MOVE 31 TO WS-DATE-MAX-DAY
        WHEN 8  MOVE 31 TO WS-DATE-MAX-DAY
        WHEN 9  MOVE 30 TO WS-DATE-MAX-DAY
        WHEN 10 MOVE 31 TO WS-DATE-MAX-DAY
        WHEN 11 MOVE 30 TO WS-DATE-MAX-DAY
        WHEN 12 MOVE 31 TO WS-DATE-MAX-DAY
    END-EVALUATE
    .

*> ============================================================
*> CHECK-LEAP-YEAR
*> Divisible by 4, except centuries, except centuries
*> divisible by 400.
*> ============================================================
CHECK-LEAP-YEAR.
    SET IS-NOT-LEAP-YEAR TO TRUE
    COMPUTE WS-YEAR-REMAINDER =
        FUNCTION MOD(WS-DATE-YEAR, 400)
    IF WS-YEAR-REMAINDER = 0
        SET IS-LEAP-YEAR TO TRUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-YEAR-REMAINDER =
        FUNCTION MOD(WS-DATE-YEAR, 100)
    IF WS-YEAR-REMAINDER = 0
        SET IS-NOT-LEAP-YEAR TO TRUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-YEAR-REMAINDER =
        FUNCTION MOD(WS-DATE-YEAR, 4)
    IF WS-YEAR-REMAINDER = 0
        SET IS-LEAP-YEAR TO TRUE
    END-IF
    .

END PROGRAM HOL-GEN.
