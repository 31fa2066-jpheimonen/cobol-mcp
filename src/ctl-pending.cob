>>SOURCE FORMAT FREE
*> ============================================================
*> PENDING CONTROL FILE CHANGES -- DAILY LISTING
*> ============================================================
*> Daily four-eyes listing over CTLPEND, the pending-changes
*> file CTL-MAINT queues every keyed add, change, and delete
*> on. Each item is an image of the control file record as it
*> stood when keyed and the proposed image; it reaches the
*> live RATECTL, HOLCTL, CURRFMT, TOOLCTL, or CTRYCTL file only
*> when a different operator approves it in CTL-MAINT.
*>
*> The run first expires every item still awaiting approval
*> more than five days after it was keyed -- the rule
*> CTL-MAINT applies when the review screen is opened, fixed
*> in both so that the listing never shows an item as
*> pending that CTL-MAINT would refuse to release, or as
*> expired when CTL-MAINT would still release it -- and
*> once CTLPEND has been rewritten with the expiries puts
*> each one on the CTLAUDIT trail. It then lists:
*>
*>   AWAITING APPROVAL   every item still pending, with age
*>   APPROVED ON date    items released on the listing date
*>   REJECTED ON date    items rejected on the listing date
*>   EXPIRED ON date     items expired on the listing date
*>
*> with the maker, the checker, and both record images, so
*> the auditors can see on one page that no item was keyed
*> and released by the same operator id. Decided items older
*> than KEEP days are dropped from CTLPEND (they remain on
*> the CTLAUDIT trail), so the file stays within the 500
*> items CTL-MAINT holds -- except the item holding the
*> highest reference, which is always kept: CTL-MAINT issues
*> the next reference from it, and a reference must never be
*> issued twice or a CTLAUDIT ref= would name two items.
*>
*> Parm  : optional KEEP=n (days a decided item stays on
*>         CTLPEND, default 30) and DATE=YYYYMMDD (listing
*>         date, default today) on the command line, in either
*>         order.
*> Output: CTLPLIST -- the listing; CTLPEND rewritten;
*>         CTLAUDIT extended with the expiries.
*>
*> Condition codes:
*>   0 - listing written, nothing awaiting approval and
*>       nothing expired on the listing date
*>   4 - listing written, items are awaiting approval or
*>       expired on the listing date
*>   8 - CTLPEND could not be read or rewritten, or the
*>       listing could not be written
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. CTL-PENDING.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PENDING-FILE
        ASSIGN TO "CTLPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    SELECT AUDIT-TRAIL-FILE
        ASSIGN TO "CTLAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRAIL-STATUS.

    SELECT LISTING-FILE
        ASSIGN TO "CTLPLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.

FILE SECTION.

FD  PENDING-FILE.
01  PENDING-RECORD               PIC X(256).

FD  AUDIT-TRAIL-FILE.
01  AUDIT-TRAIL-RECORD           PIC X(256).

FD  LISTING-FILE.
01  LISTING-RECORD               PIC X(132).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-PEND-STATUS            PIC X(2)    VALUE SPACES.
01 WS-TRAIL-STATUS           PIC X(2)    VALUE SPACES.
01 WS-LIST-STATUS            PIC X(2)    VALUE SPACES.

01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.

*> ============================================================
*> RUN PARAMETERS
*> ============================================================
01 WS-PARM-TEXT              PIC X(64)   VALUE SPACES.
01 WS-PARM-TOKEN-1           PIC X(16)   VALUE SPACES.
01 WS-PARM-TOKEN-2           PIC X(16)   VALUE SPACES.
01 WS-PARM-TOKEN-3           PIC X(16)   VALUE SPACES.
*> Must stay the same as CTL-MAINT's WS-PEND-EXPIRE-DAYS.
01 WS-EXPIRE-DAYS            PIC 9(3)    VALUE 5.
01 WS-KEEP-DAYS              PIC 9(3)    VALUE 30.
01 WS-LIST-DATE              PIC X(8)    VALUE SPACES.
01 WS-LIST-ORDINAL           PIC S9(9)   VALUE 0.
01 WS-CURRENT-DATE           PIC X(21)   VALUE SPACES.
01 WS-DECISION-STAMP         PIC X(14)   VALUE SPACES.

*> ============================================================
*> PENDING ITEMS
*> Same layout CTL-MAINT writes: reference, state, file,
*> action, maker, keyed time, checker, decision time, record
*> image as keyed against, proposed record image.
*> ============================================================
01 WS-PEND-TAB-IDX           PIC 9(3)    VALUE 0.
01 WS-PEND-TAB-MAX           PIC 9(3)    VALUE 0.
01 WS-PEND-TAB.
   05 WS-PEND-LINE OCCURS 500 TIMES PIC X(256).
01 WS-PEND-KEEP-FLAGS.
   05 WS-PEND-KEEP-FLAG OCCURS 500 TIMES PIC 9.
01 WS-PEND-EXPIRY-FLAGS.
   05 WS-PEND-EXPIRED-NOW OCCURS 500 TIMES PIC 9.
01 WS-PEND-OVERFLOW-FLAG     PIC 9       VALUE 0.
   88 PEND-TABLE-OVERFLOWED              VALUE 1.
   88 PEND-TABLE-NOT-OVERFLOWED          VALUE 0.
01 WS-PEND-REWRITE-FLAG      PIC 9       VALUE 0.
   88 PEND-FILE-REWRITTEN                VALUE 1.
   88 PEND-FILE-NOT-REWRITTEN            VALUE 0.
01 WS-PEND-HIGH-REF          PIC 9(6)    VALUE 0.
01 WS-PEND-HIGH-IDX          PIC 9(3)    VALUE 0.
01 WS-PEND-EXPIRY-COUNT      PIC 9(5)    VALUE 0.

01 WS-PEND-ITEM.
   05 WS-PEND-REF            PIC 9(6).
   05 FILLER                 PIC X.
   05 WS-PEND-STATE          PIC X.
      88 PEND-IS-PENDING                 VALUE "P".
      88 PEND-IS-APPROVED                VALUE "A".
      88 PEND-IS-REJECTED                VALUE "R".
      88 PEND-IS-EXPIRED                 VALUE "E".
   05 FILLER                 PIC X.
   05 WS-PEND-FILE-NAME      PIC X(8).
   05 FILLER                 PIC X.
   05 WS-PEND-ACTION         PIC X(6).
   05 FILLER                 PIC X.
   05 WS-PEND-MAKER          PIC X(16).
   05 FILLER                 PIC X.
   05 WS-PEND-KEYED-AT       PIC X(14).
   05 FILLER                 PIC X.
   05 WS-PEND-CHECKER        PIC X(16).
   05 FILLER                 PIC X.
   05 WS-PEND-DECIDED-AT     PIC X(14).
   05 FILLER                 PIC X.
   05 WS-PEND-OLD-IMAGE      PIC X(80).
   05 FILLER                 PIC X.
   05 WS-PEND-NEW-IMAGE      PIC X(80).
   05 FILLER                 PIC X(6).

01 WS-TRAIL-IMAGE            PIC X(80)   VALUE SPACES.
01 WS-AGE-DAYS               PIC S9(5)   VALUE 0.

*> ============================================================
*> COUNTS
*> ============================================================
01 WS-PENDING-COUNT          PIC 9(5)    VALUE 0.
01 WS-APPROVED-COUNT         PIC 9(5)    VALUE 0.
01 WS-REJECTED-COUNT         PIC 9(5)    VALUE 0.
01 WS-EXPIRED-COUNT          PIC 9(5)    VALUE 0.
01 WS-PURGED-COUNT           PIC 9(5)    VALUE 0.
01 WS-SECTION-COUNT          PIC 9(5)    VALUE 0.
01 WS-COUNT-EDITED           PIC ZZZZ9   VALUE ZERO.

*> ============================================================
*> REPORT LINE BUILDING
*> ============================================================
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.
01 WS-SECTION-STATE          PIC X       VALUE SPACES.
01 WS-SECTION-TITLE          PIC X(40)   VALUE SPACES.
01 WS-AGE-EDITED             PIC -(4)9   VALUE SPACES.
01 WS-DAYS-EDITED            PIC ZZ9     VALUE ZERO.
01 WS-DAYS-EDITED-2          PIC ZZ9     VALUE ZERO.

*> ============================================================
*> DATE-TO-ORDINAL CONVERSION
*> ============================================================
01 WS-DATE-INPUT             PIC X(8)    VALUE SPACES.
01 WS-DATE-YEAR              PIC 9(4)    VALUE 0.
01 WS-DATE-MONTH             PIC 9(2)    VALUE 0.
01 WS-DATE-DAY               PIC 9(2)    VALUE 0.
01 WS-ORDINAL-RESULT         PIC S9(9)   VALUE 0.
01 WS-LEAP-YEAR-FLAG         PIC 9       VALUE 0.
   88 IS-LEAP-YEAR                       VALUE 1.
   88 IS-NOT-LEAP-YEAR                   VALUE 0.
01 WS-YEAR-REMAINDER         PIC 9(4)    VALUE 0.
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

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM INITIALIZE-RUN
    PERFORM LOAD-PENDING-FILE
    PERFORM EXPIRE-STALE-ITEMS
    PERFORM REWRITE-PENDING-FILE
    PERFORM CONFIRM-EXPIRIES
    PERFORM WRITE-REPORT-HEADING
    PERFORM WRITE-AWAITING-SECTION
    MOVE "A" TO WS-SECTION-STATE
    MOVE "APPROVED ON " TO WS-SECTION-TITLE
    PERFORM WRITE-DECIDED-SECTION
    MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT
    MOVE "R" TO WS-SECTION-STATE
    MOVE "REJECTED ON " TO WS-SECTION-TITLE
    PERFORM WRITE-DECIDED-SECTION
    MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT
    MOVE "E" TO WS-SECTION-STATE
    MOVE "EXPIRED ON " TO WS-SECTION-TITLE
    PERFORM WRITE-DECIDED-SECTION
    MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT
    PERFORM WRITE-REPORT-TOTALS
    CLOSE LISTING-FILE
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> INITIALIZE-RUN
*> ============================================================
INITIALIZE-RUN.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-LIST-DATE

    ACCEPT WS-PARM-TEXT FROM COMMAND-LINE
    MOVE SPACES TO WS-PARM-TOKEN-1
    MOVE SPACES TO WS-PARM-TOKEN-2
    MOVE SPACES TO WS-PARM-TOKEN-3
    UNSTRING FUNCTION UPPER-CASE(WS-PARM-TEXT)
        DELIMITED BY ALL " "
        INTO WS-PARM-TOKEN-1
             WS-PARM-TOKEN-2
             WS-PARM-TOKEN-3
    END-UNSTRING
    PERFORM APPLY-ONE-RUN-PARM
    MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN-1
    PERFORM APPLY-ONE-RUN-PARM
    MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN-1
    PERFORM APPLY-ONE-RUN-PARM

    MOVE WS-LIST-DATE TO WS-DATE-INPUT
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-ORDINAL-RESULT TO WS-LIST-ORDINAL
    *> An expiry is stamped on the listing date, so a listing
    *> rerun for an earlier day still shows it in that day's
    *> EXPIRED section.
    STRING WS-LIST-DATE WS-CURRENT-DATE(9:6)
        DELIMITED SIZE INTO WS-DECISION-STAMP
    END-STRING

    OPEN OUTPUT LISTING-FILE
    IF WS-LIST-STATUS NOT = "00"
        DISPLAY "CTL-PENDING: could not open listing "
            "CTLPLIST"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

*> ============================================================
*> APPLY-ONE-RUN-PARM
*> KEEP=n or DATE=YYYYMMDD; anything else -- a date
*> that is not a real YYYYMMDD included -- is reported and
*> ignored.
*> ============================================================
APPLY-ONE-RUN-PARM.
    EVALUATE TRUE
        WHEN WS-PARM-TOKEN-1 = SPACES
            CONTINUE
        WHEN WS-PARM-TOKEN-1(1:5) = "KEEP="
            COMPUTE WS-KEEP-DAYS =
                FUNCTION NUMVAL(WS-PARM-TOKEN-1(6:11))
                ON SIZE ERROR
                    MOVE 30 TO WS-KEEP-DAYS
            END-COMPUTE
        WHEN WS-PARM-TOKEN-1(1:5) = "DATE="
         AND WS-PARM-TOKEN-1(6:8) IS NUMERIC
         AND WS-PARM-TOKEN-1(14:3) = SPACES
            MOVE WS-PARM-TOKEN-1(6:8) TO WS-DATE-INPUT
            PERFORM CONVERT-DATE-TO-ORDINAL
            IF WS-ORDINAL-RESULT > 0
                MOVE WS-PARM-TOKEN-1(6:8) TO WS-LIST-DATE
            ELSE
                DISPLAY "CTL-PENDING: parameter not understood "
                    "and ignored: "
                    FUNCTION TRIM(WS-PARM-TOKEN-1)
                    UPON SYSERR
            END-IF
        WHEN OTHER
            DISPLAY "CTL-PENDING: parameter not understood "
                "and ignored: "
                FUNCTION TRIM(WS-PARM-TOKEN-1)
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> LOAD-PENDING-FILE
*> CTLPEND into storage. No file simply means nothing has
*> ever been queued. A file larger than the table is listed
*> as far as it goes but is NOT rewritten -- rewriting it
*> short would lose the tail.
*> ============================================================
LOAD-PENDING-FILE.
    MOVE 0 TO WS-PEND-TAB-MAX
    SET PEND-TABLE-NOT-OVERFLOWED TO TRUE
    OPEN INPUT PENDING-FILE
    IF WS-PEND-STATUS = "05"
        CLOSE PENDING-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-PEND-STATUS NOT = "00"
        DISPLAY "CTL-PENDING: could not open pending "
            "changes CTLPEND (status " WS-PEND-STATUS ")"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ PENDING-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                IF WS-PEND-TAB-MAX < 500
                    ADD 1 TO WS-PEND-TAB-MAX
                    MOVE PENDING-RECORD
                        TO WS-PEND-LINE(WS-PEND-TAB-MAX)
                    MOVE 1 TO WS-PEND-KEEP-FLAG(WS-PEND-TAB-MAX)
                    MOVE 0 TO WS-PEND-EXPIRED-NOW(WS-PEND-TAB-MAX)
                ELSE
                    SET PEND-TABLE-OVERFLOWED TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PENDING-FILE
    IF PEND-TABLE-OVERFLOWED
        DISPLAY "CTL-PENDING: CTLPEND holds more than 500 "
            "items -- listed in part and NOT rewritten"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> EXPIRE-STALE-ITEMS
*> An item awaiting approval for more than WS-EXPIRE-DAYS
*> calendar days is closed as expired, with the checker shown
*> as *EXPIRED*. Only the table is changed here; the expiry
*> is not on the trail until CTLPEND has been rewritten with
*> it (CONFIRM-EXPIRIES).
*> ============================================================
EXPIRE-STALE-ITEMS.
    MOVE 0 TO WS-PEND-EXPIRY-COUNT
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF PEND-IS-PENDING
            MOVE WS-PEND-KEYED-AT(1:8) TO WS-DATE-INPUT
            PERFORM CONVERT-DATE-TO-ORDINAL
            IF WS-LIST-ORDINAL - WS-ORDINAL-RESULT
                > WS-EXPIRE-DAYS
                SET PEND-IS-EXPIRED TO TRUE
                MOVE "*EXPIRED*" TO WS-PEND-CHECKER
                MOVE WS-DECISION-STAMP TO WS-PEND-DECIDED-AT
                MOVE WS-PEND-ITEM TO WS-PEND-LINE(WS-PEND-TAB-IDX)
                MOVE 1 TO WS-PEND-EXPIRED-NOW(WS-PEND-TAB-IDX)
                ADD 1 TO WS-PEND-EXPIRY-COUNT
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> CONFIRM-EXPIRIES
*> With CTLPEND rewritten, each expiry this run made goes on
*> the trail. When it was not rewritten (table overflow or a
*> failed rewrite) nothing expired after all: the items are
*> put back to awaiting approval so the listing shows them as
*> they stand on file, and no trail is written.
*> ============================================================
CONFIRM-EXPIRIES.
    IF WS-PEND-EXPIRY-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        IF WS-PEND-EXPIRED-NOW(WS-PEND-TAB-IDX) = 1
            MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
            IF PEND-FILE-REWRITTEN
                PERFORM WRITE-EXPIRY-TRAIL
            ELSE
                SET PEND-IS-PENDING TO TRUE
                MOVE SPACES TO WS-PEND-CHECKER
                MOVE SPACES TO WS-PEND-DECIDED-AT
                MOVE WS-PEND-ITEM TO WS-PEND-LINE(WS-PEND-TAB-IDX)
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> WRITE-EXPIRY-TRAIL
*> One CTLAUDIT record per expiry, in CTL-MAINT's trail
*> layout, with this job as the user.
*> ============================================================
WRITE-EXPIRY-TRAIL.
    IF WS-PEND-ACTION = "DELETE"
        MOVE WS-PEND-OLD-IMAGE TO WS-TRAIL-IMAGE
    ELSE
        MOVE WS-PEND-NEW-IMAGE TO WS-TRAIL-IMAGE
    END-IF
    OPEN EXTEND AUDIT-TRAIL-FILE
    IF WS-TRAIL-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-TRAIL-FILE
    END-IF
    IF WS-TRAIL-STATUS NOT = "00"
        DISPLAY "CTL-PENDING: could not write the CTLAUDIT "
            "trail (status " WS-TRAIL-STATUS ")"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO AUDIT-TRAIL-RECORD
    STRING
        FUNCTION TRIM(WS-CURRENT-DATE) DELIMITED SPACES
        " user=CTL-PENDING" DELIMITED SIZE
        " file=" DELIMITED SIZE
        WS-PEND-FILE-NAME DELIMITED SPACES
        " action=EXPIRE" DELIMITED SIZE
        " ref=" DELIMITED SIZE
        WS-PEND-REF DELIMITED SIZE
        " record=[" DELIMITED SIZE
        FUNCTION TRIM(WS-TRAIL-IMAGE TRAILING) DELIMITED SIZE
        "]" DELIMITED SIZE
        INTO AUDIT-TRAIL-RECORD
    END-STRING
    WRITE AUDIT-TRAIL-RECORD
    CLOSE AUDIT-TRAIL-FILE
    .

*> ============================================================
*> WRITE-AWAITING-SECTION
*> Every item still awaiting approval, oldest first (CTLPEND
*> is in keying order), with its age in days.
*> ============================================================
WRITE-AWAITING-SECTION.
    MOVE "AWAITING APPROVAL" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "-----------------" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE 0 TO WS-PENDING-COUNT
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF PEND-IS-PENDING
            ADD 1 TO WS-PENDING-COUNT
            MOVE WS-PEND-KEYED-AT(1:8) TO WS-DATE-INPUT
            PERFORM CONVERT-DATE-TO-ORDINAL
            COMPUTE WS-AGE-DAYS =
                WS-LIST-ORDINAL - WS-ORDINAL-RESULT
            MOVE WS-AGE-DAYS TO WS-AGE-EDITED
            MOVE SPACES TO WS-RPT-LINE
            STRING
                WS-PEND-REF DELIMITED SIZE
                "  " DELIMITED SIZE
                WS-PEND-FILE-NAME DELIMITED SIZE
                " " DELIMITED SIZE
                WS-PEND-ACTION DELIMITED SIZE
                "  KEYED BY " DELIMITED SIZE
                WS-PEND-MAKER DELIMITED SIZE
                " AT " DELIMITED SIZE
                WS-PEND-KEYED-AT DELIMITED SIZE
                "  AGE " DELIMITED SIZE
                WS-AGE-EDITED DELIMITED SIZE
                " DAY(S)" DELIMITED SIZE
                INTO WS-RPT-LINE
            END-STRING
            WRITE LISTING-RECORD FROM WS-RPT-LINE
            PERFORM WRITE-ITEM-IMAGES
        END-IF
    END-PERFORM
    IF WS-PENDING-COUNT = 0
        MOVE "  (none)" TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-DECIDED-SECTION
*> Items in state WS-SECTION-STATE decided on the listing
*> date, with maker and checker side by side. Leaves the
*> number listed in WS-SECTION-COUNT.
*> ============================================================
WRITE-DECIDED-SECTION.
    MOVE SPACES TO WS-RPT-LINE
    STRING
        FUNCTION TRIM(WS-SECTION-TITLE) DELIMITED SIZE
        " " DELIMITED SIZE
        WS-LIST-DATE DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "--------------------" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE 0 TO WS-SECTION-COUNT
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF WS-PEND-STATE = WS-SECTION-STATE
           AND WS-PEND-DECIDED-AT(1:8) = WS-LIST-DATE
            ADD 1 TO WS-SECTION-COUNT
            MOVE SPACES TO WS-RPT-LINE
            STRING
                WS-PEND-REF DELIMITED SIZE
                "  " DELIMITED SIZE
                WS-PEND-FILE-NAME DELIMITED SIZE
                " " DELIMITED SIZE
                WS-PEND-ACTION DELIMITED SIZE
                "  KEYED BY " DELIMITED SIZE
                WS-PEND-MAKER DELIMITED SIZE
                " DECIDED BY " DELIMITED SIZE
                WS-PEND-CHECKER DELIMITED SIZE
                " AT " DELIMITED SIZE
                WS-PEND-DECIDED-AT DELIMITED SIZE
                INTO WS-RPT-LINE
            END-STRING
            WRITE LISTING-RECORD FROM WS-RPT-LINE
            PERFORM WRITE-ITEM-IMAGES
        END-IF
    END-PERFORM
    IF WS-SECTION-COUNT = 0
        MOVE "  (none)" TO WS-RPT-LINE
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-ITEM-IMAGES
*> The record image the item was keyed against (none for an
*> add) and the proposed image (none for a delete).
*> ============================================================
WRITE-ITEM-IMAGES.
    IF WS-PEND-ACTION NOT = "ADD"
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "        WAS [" DELIMITED SIZE
            FUNCTION TRIM(WS-PEND-OLD-IMAGE TRAILING)
                DELIMITED SIZE
            "]" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF
    IF WS-PEND-ACTION NOT = "DELETE"
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "        NEW [" DELIMITED SIZE
            FUNCTION TRIM(WS-PEND-NEW-IMAGE TRAILING)
                DELIMITED SIZE
            "]" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE LISTING-RECORD FROM WS-RPT-LINE
    END-IF
    .

*> ============================================================
*> REWRITE-PENDING-FILE
*> Write CTLPEND back with the expiries applied, dropping
*> decided items older than WS-KEEP-DAYS. Pending items are
*> always kept, and so is the item with the highest
*> reference, whatever its age: it is CTL-MAINT's high-water
*> mark for the next reference. Skipped when the file
*> overflowed the table. Sets PEND-FILE-REWRITTEN.
*> ============================================================
REWRITE-PENDING-FILE.
    MOVE 0 TO WS-PURGED-COUNT
    SET PEND-FILE-NOT-REWRITTEN TO TRUE
    IF PEND-TABLE-OVERFLOWED
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PEND-HIGH-REF
    MOVE 0 TO WS-PEND-HIGH-IDX
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        IF WS-PEND-LINE(WS-PEND-TAB-IDX)(1:6) IS NUMERIC
            MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
            IF WS-PEND-REF > WS-PEND-HIGH-REF
                MOVE WS-PEND-REF TO WS-PEND-HIGH-REF
                MOVE WS-PEND-TAB-IDX TO WS-PEND-HIGH-IDX
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF NOT PEND-IS-PENDING
           AND WS-PEND-TAB-IDX NOT = WS-PEND-HIGH-IDX
            MOVE WS-PEND-DECIDED-AT(1:8) TO WS-DATE-INPUT
            PERFORM CONVERT-DATE-TO-ORDINAL
            IF WS-LIST-ORDINAL - WS-ORDINAL-RESULT
                > WS-KEEP-DAYS
                MOVE 0 TO WS-PEND-KEEP-FLAG(WS-PEND-TAB-IDX)
                ADD 1 TO WS-PURGED-COUNT
            END-IF
        END-IF
    END-PERFORM
    OPEN OUTPUT PENDING-FILE
    IF WS-PEND-STATUS NOT = "00"
       AND WS-PEND-STATUS NOT = "05"
        DISPLAY "CTL-PENDING: could not rewrite pending "
            "changes CTLPEND (status " WS-PEND-STATUS ")"
            UPON SYSERR
        MOVE 8 TO WS-RUN-RC
        MOVE 0 TO WS-PURGED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE "00" TO WS-PEND-STATUS
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
           OR WS-PEND-STATUS NOT = "00"
        IF WS-PEND-KEEP-FLAG(WS-PEND-TAB-IDX) = 1
            WRITE PENDING-RECORD
                FROM WS-PEND-LINE(WS-PEND-TAB-IDX)
        END-IF
    END-PERFORM
    IF WS-PEND-STATUS NOT = "00"
        DISPLAY "CTL-PENDING: write to pending changes CTLPEND "
            "failed (status " WS-PEND-STATUS ") -- the file is "
            "incomplete, restore it from backup"
            UPON SYSERR
        CLOSE PENDING-FILE
        MOVE 8 TO WS-RUN-RC
        MOVE 0 TO WS-PURGED-COUNT
        EXIT PARAGRAPH
    END-IF
    CLOSE PENDING-FILE
    SET PEND-FILE-REWRITTEN TO TRUE
    .

*> ============================================================
*> WRITE-REPORT-HEADING
*> ============================================================
WRITE-REPORT-HEADING.
    MOVE "PENDING CONTROL FILE CHANGES" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE "============================" TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-EXPIRE-DAYS TO WS-DAYS-EDITED
    MOVE WS-KEEP-DAYS TO WS-DAYS-EDITED-2
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "LISTING DATE " DELIMITED SIZE
        WS-LIST-DATE DELIMITED SIZE
        "  EXPIRE AFTER " DELIMITED SIZE
        FUNCTION TRIM(WS-DAYS-EDITED) DELIMITED SIZE
        " DAY(S)  KEEP DECIDED ITEMS " DELIMITED SIZE
        FUNCTION TRIM(WS-DAYS-EDITED-2) DELIMITED SIZE
        " DAY(S)" DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-REPORT-TOTALS
*> ============================================================
WRITE-REPORT-TOTALS.
    MOVE WS-PENDING-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "AWAITING APPROVAL   : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-APPROVED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "APPROVED            : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "REJECTED            : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "EXPIRED             : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    MOVE WS-PURGED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "CLEARED FROM CTLPEND: " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE LISTING-RECORD FROM WS-RPT-LINE
    IF WS-RUN-RC < 4
       AND (WS-PENDING-COUNT > 0 OR WS-EXPIRED-COUNT > 0)
        MOVE 4 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> CONVERT-DATE-TO-ORDINAL
*> YYYYMMDD in WS-DATE-INPUT to a proleptic-Gregorian ordinal
*> day number in WS-ORDINAL-RESULT. A date that does not parse
*> comes back as ordinal zero.
*> ============================================================
CONVERT-DATE-TO-ORDINAL.
    MOVE 0 TO WS-ORDINAL-RESULT
    IF WS-DATE-INPUT(1:8) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATE-INPUT(1:4) TO WS-DATE-YEAR
    MOVE WS-DATE-INPUT(5:2) TO WS-DATE-MONTH
    MOVE WS-DATE-INPUT(7:2) TO WS-DATE-DAY
    IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
        EXIT PARAGRAPH
    END-IF
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

END PROGRAM CTL-PENDING.
