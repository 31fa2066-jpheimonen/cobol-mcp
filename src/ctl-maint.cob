*> ============================================================
*> CONTROL FILE MAINTENANCE
*> ============================================================
*> Interactive maintenance for the five hand-kept control
*> files the server and the rate jobs read at startup:
*>
*>   RATECTL  exchange rates      (ccy, rate, effective date)
*>   HOLCTL   holiday calendar    (date, market, description)
*>   CURRFMT  output formats      (ccy, symbol, decimals, conv)
*>   TOOLCTL  tool enable/disable (tool name, Y/N flag)
*>   CTRYCTL  account formats     (country, I/N, length, mask)
*>
*> Entry screens offer add, change, delete, and browse per
*> file, and apply the same field edits at entry time that the
*> dates), so a record the batch would reject can never be
*> saved in the first place.
*>
*> Changes are four-eyes (maker/checker): an add, change, or
*> delete keyed here does NOT touch the control file. It is
*> queued on the CTLPEND pending-changes file with the record
*> image as it stood when keyed and the proposed image. The
*> R option on the file menu lets a DIFFERENT operator review
*> each item against the record as it stands on file now and
*> approve it (the change is applied and the file rewritten)
*> or reject it. An item whose record has changed since it was
*> keyed can only be rejected, and an item left unreviewed for
*> more than five days expires. The daily CTL-PENDING listing
*> reports what is pending, approved, rejected, and expired.
*>
*> Every queued change and every approval, rejection, and
*> expiry is written to the CTLAUDIT trail with a timestamp,
*> the operator id, the file, the action, the pending item
*> reference, and the record image, so a bad rate can be
*> traced both to the desk that keyed it and to the operator
*> who released it.
*>
*> Condition codes: 0 normal end, 8 a control file or the
*> pending-changes file could not be rewritten (the change is
*> NOT on disk).
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOOLCTL-STATUS.

    SELECT OPTIONAL CTRYCTL-FILE
        ASSIGN TO "CTRYCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTRYCTL-STATUS.

    *> Pending-changes file: one record per keyed add, change,
    *> or delete, awaiting (or showing) its checker decision.
    SELECT OPTIONAL PENDING-FILE
        ASSIGN TO "CTLPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    *> Maintenance audit trail: one record per queued change
    *> and per checker decision, appended across sessions.
    SELECT AUDIT-TRAIL-FILE
        ASSIGN TO "CTLAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
FD  TOOLCTL-FILE.
01  TOOLCTL-RECORD               PIC X(80).

FD  CTRYCTL-FILE.
01  CTRYCTL-RECORD               PIC X(80).

FD  PENDING-FILE.
01  PENDING-RECORD               PIC X(256).

FD  AUDIT-TRAIL-FILE.
01  AUDIT-TRAIL-RECORD           PIC X(256).

01 WS-HOLIDAY-STATUS         PIC X(2)    VALUE SPACES.
01 WS-CURRFMT-STATUS         PIC X(2)    VALUE SPACES.
01 WS-TOOLCTL-STATUS         PIC X(2)    VALUE SPACES.
01 WS-CTRYCTL-STATUS         PIC X(2)    VALUE SPACES.
01 WS-TRAIL-STATUS           PIC X(2)    VALUE SPACES.
01 WS-PEND-STATUS            PIC X(2)    VALUE SPACES.
01 WS-CTL-IO-STATUS          PIC X(2)    VALUE SPACES.

*> ============================================================
   88 FILE-IS-HOLCTL                     VALUE 2.
   88 FILE-IS-CURRFMT                    VALUE 3.
   88 FILE-IS-TOOLCTL                    VALUE 4.
   88 FILE-IS-CTRYCTL                    VALUE 5.
01 WS-FILE-NAME              PIC X(8)    VALUE SPACES.

*> ============================================================
01 WS-FLD-CONV               PIC X(1)    VALUE SPACE.
01 WS-FLD-TOOL-NAME          PIC X(24)   VALUE SPACES.
01 WS-FLD-TOOL-FLAG          PIC X(1)    VALUE SPACE.
01 WS-FLD-COUNTRY            PIC X(2)    VALUE SPACES.
01 WS-FLD-ACCT-TYPE          PIC X(1)    VALUE SPACE.
01 WS-FLD-ACCT-LEN-TEXT      PIC X(2)    VALUE SPACES.
01 WS-FLD-ACCT-LEN REDEFINES WS-FLD-ACCT-LEN-TEXT
                             PIC 9(2).
01 WS-FLD-ACCT-MASK          PIC X(34)   VALUE SPACES.
01 WS-FLD-ACCT-MASK-LEN      PIC 9(2)    VALUE 0.
01 WS-FLD-ACCT-DESC          PIC X(30)   VALUE SPACES.
01 WS-FLD-MASK-IDX           PIC 9(2)    VALUE 0.
01 WS-FIELD-OK-FLAG          PIC 9       VALUE 0.
   88 FIELD-IS-GOOD                      VALUE 1.
   88 FIELD-IS-BAD                       VALUE 0.
*> AUDIT TRAIL
*> ============================================================
01 WS-TRAIL-TIMESTAMP        PIC X(26)   VALUE SPACES.
01 WS-TRAIL-ACTION           PIC X(7)    VALUE SPACES.
01 WS-TRAIL-REF              PIC 9(6)    VALUE 0.
01 WS-TRAIL-IMAGE            PIC X(80)   VALUE SPACES.

*> ============================================================
*> PENDING CHANGES (MAKER/CHECKER)
*> CTLPEND holds one line per keyed change in the layout of
*> WS-PEND-ITEM. The whole file is held in storage while an
*> item is queued or decided, and rewritten, the same way the
*> control files themselves are maintained.
*> ============================================================
01 WS-PEND-TAB-IDX           PIC 9(3)    VALUE 0.
01 WS-PEND-TAB-MAX           PIC 9(3)    VALUE 0.
01 WS-PEND-TAB.
   05 WS-PEND-LINE OCCURS 500 TIMES
                             PIC X(256)  VALUE SPACES.
01 WS-PEND-ITEM.
   05 WS-PEND-REF            PIC 9(6).
   05 FILLER                 PIC X(1).
   05 WS-PEND-STATE          PIC X(1).
      88 PEND-IS-PENDING                 VALUE "P".
      88 PEND-IS-APPROVED                VALUE "A".
      88 PEND-IS-REJECTED                VALUE "R".
      88 PEND-IS-EXPIRED                 VALUE "E".
   05 FILLER                 PIC X(1).
   05 WS-PEND-FILE-NAME      PIC X(8).
   05 FILLER                 PIC X(1).
   05 WS-PEND-ACTION         PIC X(6).
   05 FILLER                 PIC X(1).
   05 WS-PEND-MAKER          PIC X(16).
   05 FILLER                 PIC X(1).
   05 WS-PEND-KEYED-AT       PIC X(14).
   05 FILLER                 PIC X(1).
   05 WS-PEND-CHECKER        PIC X(16).
   05 FILLER                 PIC X(1).
   05 WS-PEND-DECIDED-AT     PIC X(14).
   05 FILLER                 PIC X(1).
   05 WS-PEND-OLD-IMAGE      PIC X(80).
   05 FILLER                 PIC X(1).
   05 WS-PEND-NEW-IMAGE      PIC X(80).
   05 FILLER                 PIC X(6).
01 WS-PEND-SCAN-REF          PIC 9(6)    VALUE 0.
01 WS-PEND-NEXT-REF          PIC 9(6)    VALUE 0.
01 WS-PEND-MATCH-IDX         PIC 9(3)    VALUE 0.
01 WS-PEND-DECIDE-REF        PIC 9(6)    VALUE 0.
01 WS-RECHECK-FLAG           PIC 9       VALUE 0.
   88 RECHECK-PASSED                     VALUE 1.
   88 RECHECK-FAILED                     VALUE 0.
01 WS-PEND-REF-TEXT          PIC X(8)    VALUE SPACES.
01 WS-PEND-ACTIVE-COUNT      PIC 9(3)    VALUE 0.
01 WS-PEND-EXPIRED-COUNT     PIC 9(3)    VALUE 0.
*> Must stay the same as CTL-PENDING's WS-EXPIRE-DAYS.
01 WS-PEND-EXPIRE-DAYS       PIC 9(3)    VALUE 5.
01 WS-PEND-NOW               PIC X(14)   VALUE SPACES.
01 WS-PEND-LOAD-FLAG         PIC 9       VALUE 0.
   88 PEND-LOAD-FAILED                   VALUE 1.
   88 PEND-LOAD-SUCCEEDED                VALUE 0.
01 WS-REVIEW-FLAG            PIC 9       VALUE 0.
   88 REVIEW-RUNNING                     VALUE 1.
   88 REVIEW-ENDED                       VALUE 0.
01 WS-LIVE-MATCH-IDX         PIC 9(3)    VALUE 0.
01 WS-LIVE-MATCH-FLAG        PIC 9       VALUE 0.
   88 LIVE-IMAGE-FOUND                   VALUE 1.
   88 LIVE-IMAGE-NOT-FOUND               VALUE 0.
01 WS-TODAY-ORDINAL          PIC S9(9)   VALUE 0.
01 WS-KEYED-ORDINAL          PIC S9(9)   VALUE 0.

*> ============================================================
*> DATE VALIDATION
*> Mirrors the date rules RATE-MAINT and the server apply, so
   88 IS-NOT-LEAP-YEAR                   VALUE 0.
01 WS-YEAR-REMAINDER         PIC 9(4)    VALUE 0.

*> ============================================================
*> DATE-TO-ORDINAL CONVERSION
*> The same proleptic-Gregorian day count RATE-TREND and the
*> server use, so the age of a pending item is in exact
*> calendar days.
*> ============================================================
01 WS-ORDINAL-RESULT         PIC S9(9)   VALUE 0.
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

*> ============================================================
*> SHOW-FILE-MENU
*> The top-level screen: pick one of the five control files,
*> review the changes other operators have keyed, or end the
*> session.
*> ============================================================
SHOW-FILE-MENU.
    DISPLAY " "
    DISPLAY "  2  HOLCTL   holiday calendar"
    DISPLAY "  3  CURRFMT  currency output formats"
    DISPLAY "  4  TOOLCTL  tool enable/disable"
    DISPLAY "  5  CTRYCTL  country account formats"
    DISPLAY "  R  review changes awaiting approval"
    DISPLAY "  X  end session"
    DISPLAY "Choice: " WITH NO ADVANCING
    PERFORM GET-CONSOLE-ANSWER
            SET FILE-IS-TOOLCTL TO TRUE
            MOVE "TOOLCTL" TO WS-FILE-NAME
            PERFORM MAINTAIN-SELECTED-FILE
        WHEN "5"
            SET FILE-IS-CTRYCTL TO TRUE
            MOVE "CTRYCTL" TO WS-FILE-NAME
            PERFORM MAINTAIN-SELECTED-FILE
        WHEN "R"
            PERFORM REVIEW-PENDING-CHANGES
        WHEN "X"
            SET SESSION-ENDED TO TRUE
        WHEN OTHER
            DISPLAY "Enter 1-5, R or X"
    END-EVALUATE
    .

*> ============================================================
*> SHOW-ACTION-MENU
*> The per-file screen: add, change, delete, browse, or back.
*> Each accepted add/change/delete is queued on CTLPEND and
*> written to the audit trail immediately, so nothing is lost
*> to an abandoned session; the control file itself only
*> changes when another operator approves the item.
*> ============================================================
SHOW-ACTION-MENU.
    DISPLAY " "

*> ============================================================
*> DO-ADD-RECORD
*> Prompt, validate, and queue one new record for approval. A
*> failed field edit cancels the add -- a bad record can never
*> be queued.
*> ============================================================
DO-ADD-RECORD.
    IF WS-CTL-TAB-MAX >= 500
    END-IF
    PERFORM ENTER-RECORD-FIELDS
    IF ENTRY-CANCELLED
        DISPLAY "Add cancelled -- nothing queued"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PEND-ITEM
    MOVE "ADD" TO WS-PEND-ACTION
    MOVE WS-NEW-RECORD TO WS-PEND-NEW-IMAGE
    PERFORM QUEUE-PENDING-CHANGE
    .

*> ============================================================
*> DO-CHANGE-RECORD
*> Replace a record by its browse line number. The replacement
*> passes the same field edits as an add, and is queued with
*> the record image it replaces so the checker can see both.
*> ============================================================
DO-CHANGE-RECORD.
    PERFORM ASK-LINE-NUMBER
        FUNCTION TRIM(WS-CTL-LINE(WS-LINE-NUM) TRAILING)
    PERFORM ENTER-RECORD-FIELDS
    IF ENTRY-CANCELLED
        DISPLAY "Change cancelled -- nothing queued"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PEND-ITEM
    MOVE "CHANGE" TO WS-PEND-ACTION
    MOVE WS-CTL-LINE(WS-LINE-NUM) TO WS-PEND-OLD-IMAGE
    MOVE WS-NEW-RECORD TO WS-PEND-NEW-IMAGE
    PERFORM QUEUE-PENDING-CHANGE
    .

*> ============================================================
*> DO-DELETE-RECORD
*> Delete a record by its browse line number. The deletion is
*> queued with the image of the record to go, and that image
*> goes on the trail, not the gap it will leave.
*> ============================================================
DO-DELETE-RECORD.
    PERFORM ASK-LINE-NUMBER
    IF ENTRY-CANCELLED
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Deleting: "
        FUNCTION TRIM(WS-CTL-LINE(WS-LINE-NUM) TRAILING)
    MOVE SPACES TO WS-PEND-ITEM
    MOVE "DELETE" TO WS-PEND-ACTION
    MOVE WS-CTL-LINE(WS-LINE-NUM) TO WS-PEND-OLD-IMAGE
    PERFORM QUEUE-PENDING-CHANGE
    .

*> ============================================================
*> QUEUE-PENDING-CHANGE
*> Add the change described in WS-PEND-ITEM (action and
*> images already filled in) to CTLPEND as the next item,
*> stamped with the file, the keying operator, and the time,
*> and put it on the trail. The control file is not touched.
*> ============================================================
QUEUE-PENDING-CHANGE.
    PERFORM LOAD-PENDING-TABLE
    IF PEND-LOAD-FAILED
        DISPLAY "Change NOT queued"
        EXIT PARAGRAPH
    END-IF
    IF WS-PEND-TAB-MAX >= 500
        DISPLAY "CTLPEND is at the 500-item limit -- change "
            "NOT queued (run the CTL-PENDING listing to clear "
            "decided items)"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-TRAIL-TIMESTAMP
    ADD 1 TO WS-PEND-NEXT-REF
    MOVE WS-PEND-NEXT-REF TO WS-PEND-REF
    SET PEND-IS-PENDING TO TRUE
    MOVE WS-FILE-NAME TO WS-PEND-FILE-NAME
    MOVE WS-OPERATOR-ID TO WS-PEND-MAKER
    MOVE WS-TRAIL-TIMESTAMP(1:14) TO WS-PEND-KEYED-AT
    MOVE SPACES TO WS-PEND-CHECKER
    MOVE SPACES TO WS-PEND-DECIDED-AT
    ADD 1 TO WS-PEND-TAB-MAX
    MOVE WS-PEND-ITEM TO WS-PEND-LINE(WS-PEND-TAB-MAX)
    PERFORM SAVE-PENDING-TABLE
    IF SAVE-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PEND-ACTION TO WS-TRAIL-ACTION
    MOVE WS-PEND-REF TO WS-TRAIL-REF
    PERFORM SET-TRAIL-IMAGE-FROM-ITEM
    PERFORM WRITE-TRAIL-RECORD
    DISPLAY "Queued as item " WS-PEND-REF
        " -- awaiting approval by a different operator"
    .

*> ============================================================
*> REVIEW-PENDING-CHANGES
*> The checker's screen. Items past the expiry age are expired
*> first; then the items still awaiting approval are listed
*> and reviewed one at a time until the operator finishes.
*> CTLPEND is reread before every listing, and a decision is
*> applied only after CTLPEND and the control file have been
*> read again and the item checked to be still awaiting
*> approval against the same record (RECHECK-PENDING-ITEM,
*> RECHECK-LIVE-IMAGE) -- the tables shown to the operator
*> may be minutes old by the time the answer comes.
*> ============================================================
REVIEW-PENDING-CHANGES.
    PERFORM LOAD-PENDING-TABLE
    IF PEND-LOAD-FAILED
        EXIT PARAGRAPH
    END-IF
    PERFORM EXPIRE-STALE-ITEMS
    SET REVIEW-RUNNING TO TRUE
    PERFORM UNTIL NOT REVIEW-RUNNING
        PERFORM LOAD-PENDING-TABLE
        IF PEND-LOAD-FAILED
            SET REVIEW-ENDED TO TRUE
        ELSE
            PERFORM SHOW-PENDING-LIST
            IF WS-PEND-ACTIVE-COUNT = 0
                SET REVIEW-ENDED TO TRUE
            ELSE
                PERFORM REVIEW-ONE-ITEM
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> EXPIRE-STALE-ITEMS
*> An item still awaiting approval more than
*> WS-PEND-EXPIRE-DAYS calendar days after it was keyed is
*> marked expired: a rate nobody has looked at for a week is
*> not one anyone should release on sight. Expired items go
*> on the trail once CTLPEND is rewritten.
*> ============================================================
EXPIRE-STALE-ITEMS.
    MOVE 0 TO WS-PEND-EXPIRED-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-TRAIL-TIMESTAMP
    MOVE WS-TRAIL-TIMESTAMP(1:14) TO WS-PEND-NOW
    MOVE WS-PEND-NOW(1:8) TO WS-DATE-INPUT
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-ORDINAL-RESULT TO WS-TODAY-ORDINAL
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF PEND-IS-PENDING
            MOVE WS-PEND-KEYED-AT(1:8) TO WS-DATE-INPUT
            PERFORM CONVERT-DATE-TO-ORDINAL
            MOVE WS-ORDINAL-RESULT TO WS-KEYED-ORDINAL
            IF WS-TODAY-ORDINAL - WS-KEYED-ORDINAL
                > WS-PEND-EXPIRE-DAYS
                SET PEND-IS-EXPIRED TO TRUE
                MOVE "*EXPIRED*" TO WS-PEND-CHECKER
                MOVE WS-PEND-NOW TO WS-PEND-DECIDED-AT
                MOVE WS-PEND-ITEM TO WS-PEND-LINE(WS-PEND-TAB-IDX)
                ADD 1 TO WS-PEND-EXPIRED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-PEND-EXPIRED-COUNT = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM SAVE-PENDING-TABLE
    IF SAVE-FAILED
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF PEND-IS-EXPIRED
           AND WS-PEND-DECIDED-AT = WS-PEND-NOW
            MOVE WS-PEND-FILE-NAME TO WS-FILE-NAME
            MOVE "EXPIRE" TO WS-TRAIL-ACTION
            MOVE WS-PEND-REF TO WS-TRAIL-REF
            PERFORM SET-TRAIL-IMAGE-FROM-ITEM
            PERFORM WRITE-TRAIL-RECORD
            DISPLAY "Item " WS-PEND-REF " keyed "
                WS-PEND-KEYED-AT(1:8) " has expired"
        END-IF
    END-PERFORM
    .

*> ============================================================
*> SHOW-PENDING-LIST
*> Numbered listing of the items awaiting approval; the item
*> references key the review.
*> ============================================================
SHOW-PENDING-LIST.
    DISPLAY " "
    DISPLAY "CHANGES AWAITING APPROVAL"
    MOVE 0 TO WS-PEND-ACTIVE-COUNT
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF PEND-IS-PENDING
            ADD 1 TO WS-PEND-ACTIVE-COUNT
            DISPLAY "  " WS-PEND-REF "  " WS-PEND-FILE-NAME
                " " WS-PEND-ACTION " keyed by "
                FUNCTION TRIM(WS-PEND-MAKER) " on "
                WS-PEND-KEYED-AT(1:8)
        END-IF
    END-PERFORM
    IF WS-PEND-ACTIVE-COUNT = 0
        DISPLAY "  (nothing awaiting approval)"
    END-IF
    .

*> ============================================================
*> REVIEW-ONE-ITEM
*> Ask for an item reference and show it against the record
*> as it stands on file now. The operator who keyed the item
*> may not decide it. A change or delete whose record is no
*> longer on file exactly as keyed can only be rejected --
*> approving it would overwrite someone else's later change.
*> ============================================================
REVIEW-ONE-ITEM.
    DISPLAY "Item to review (blank to finish): "
        WITH NO ADVANCING
    PERFORM GET-CONSOLE-ANSWER
    MOVE FUNCTION TRIM(WS-ANSWER) TO WS-PEND-REF-TEXT
    IF WS-PEND-REF-TEXT = SPACES
        SET REVIEW-ENDED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-PEND-REF-TEXT) IS NOT NUMERIC
       OR FUNCTION LENGTH(FUNCTION TRIM(WS-PEND-REF-TEXT)) > 6
        DISPLAY "No such item"
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(WS-PEND-REF-TEXT) TO WS-PEND-SCAN-REF
    MOVE 0 TO WS-PEND-MATCH-IDX
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
           OR WS-PEND-MATCH-IDX > 0
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF WS-PEND-REF = WS-PEND-SCAN-REF
           AND PEND-IS-PENDING
            MOVE WS-PEND-TAB-IDX TO WS-PEND-MATCH-IDX
        END-IF
    END-PERFORM
    IF WS-PEND-MATCH-IDX = 0
        DISPLAY "No such item awaiting approval"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PEND-LINE(WS-PEND-MATCH-IDX) TO WS-PEND-ITEM
    IF FUNCTION TRIM(WS-PEND-MAKER)
        = FUNCTION TRIM(WS-OPERATOR-ID)
        DISPLAY "You keyed item " WS-PEND-REF
            " -- it must be approved by a different operator"
        EXIT PARAGRAPH
    END-IF

    EVALUATE WS-PEND-FILE-NAME
        WHEN "RATECTL" SET FILE-IS-RATECTL TO TRUE
        WHEN "HOLCTL"  SET FILE-IS-HOLCTL TO TRUE
        WHEN "CURRFMT" SET FILE-IS-CURRFMT TO TRUE
        WHEN "TOOLCTL" SET FILE-IS-TOOLCTL TO TRUE
        WHEN "CTRYCTL" SET FILE-IS-CTRYCTL TO TRUE
        WHEN OTHER
            DISPLAY "Item " WS-PEND-REF " names an unknown "
                "file " WS-PEND-FILE-NAME " -- reject it"
            MOVE 0 TO WS-FILE-SEL
    END-EVALUATE
    MOVE WS-PEND-FILE-NAME TO WS-FILE-NAME
    SET LIVE-IMAGE-NOT-FOUND TO TRUE
    IF WS-FILE-SEL NOT = 0
        SET FILE-LOOP-RUNNING TO TRUE
        PERFORM LOAD-CTL-TABLE
        IF NOT FILE-LOOP-RUNNING
            DISPLAY "Item " WS-PEND-REF " cannot be reviewed "
                "while " WS-FILE-NAME " cannot be loaded"
            EXIT PARAGRAPH
        END-IF
        PERFORM FIND-LIVE-IMAGE
    END-IF

    DISPLAY " "
    DISPLAY "Item " WS-PEND-REF ": " FUNCTION TRIM(WS-PEND-ACTION)
        " on " FUNCTION TRIM(WS-PEND-FILE-NAME) ", keyed by "
        FUNCTION TRIM(WS-PEND-MAKER) " at " WS-PEND-KEYED-AT
    IF WS-PEND-ACTION = "ADD"
        DISPLAY "  On file now : (new record)"
    ELSE
        DISPLAY "  As keyed    : "
            FUNCTION TRIM(WS-PEND-OLD-IMAGE TRAILING)
        IF LIVE-IMAGE-FOUND
            DISPLAY "  On file now : "
                FUNCTION TRIM(WS-CTL-LINE(WS-LIVE-MATCH-IDX)
                    TRAILING)
        ELSE
            DISPLAY "  On file now : (no longer on file as "
                "keyed -- the record has changed since)"
        END-IF
    END-IF
    IF WS-PEND-ACTION = "DELETE"
        DISPLAY "  Proposed    : (record removed)"
    ELSE
        DISPLAY "  Proposed    : "
            FUNCTION TRIM(WS-PEND-NEW-IMAGE TRAILING)
    END-IF

    IF WS-FILE-SEL = 0
       OR (WS-PEND-ACTION NOT = "ADD" AND LIVE-IMAGE-NOT-FOUND)
        DISPLAY "R reject, S skip: " WITH NO ADVANCING
    ELSE
        DISPLAY "A approve, R reject, S skip: "
            WITH NO ADVANCING
    END-IF
    PERFORM GET-CONSOLE-ANSWER
    IF CONSOLE-AT-EOF
        SET REVIEW-ENDED TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-MENU-CHOICE
    EVALUATE TRUE
        WHEN WS-MENU-CHOICE = "A"
         AND WS-FILE-SEL NOT = 0
         AND (WS-PEND-ACTION = "ADD" OR LIVE-IMAGE-FOUND)
            PERFORM APPROVE-PENDING-ITEM
        WHEN WS-MENU-CHOICE = "R"
            PERFORM REJECT-PENDING-ITEM
        WHEN OTHER
            DISPLAY "Item " WS-PEND-REF
                " left awaiting approval"
    END-EVALUATE
    .

*> ============================================================
*> FIND-LIVE-IMAGE
*> Locate the record a change or delete was keyed against by
*> its full image, not its line number -- line numbers move
*> as other items are approved. Sets LIVE-IMAGE-FOUND and
*> WS-LIVE-MATCH-IDX.
*> ============================================================
FIND-LIVE-IMAGE.
    SET LIVE-IMAGE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-LIVE-MATCH-IDX
    IF WS-PEND-ACTION = "ADD"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CTL-TAB-IDX FROM 1 BY 1
        UNTIL WS-CTL-TAB-IDX > WS-CTL-TAB-MAX
           OR LIVE-IMAGE-FOUND
        IF WS-CTL-LINE(WS-CTL-TAB-IDX) = WS-PEND-OLD-IMAGE
            SET LIVE-IMAGE-FOUND TO TRUE
            MOVE WS-CTL-TAB-IDX TO WS-LIVE-MATCH-IDX
        END-IF
    END-PERFORM
    .

*> ============================================================
*> APPROVE-PENDING-ITEM
*> Reread CTLPEND and the control file, apply the item to the
*> fresh copy of its control file and rewrite the file. Only
*> once the control file is safely on disk is the item marked
*> approved.
*> ============================================================
APPROVE-PENDING-ITEM.
    PERFORM RECHECK-PENDING-ITEM
    IF RECHECK-FAILED
        EXIT PARAGRAPH
    END-IF
    PERFORM RECHECK-LIVE-IMAGE
    IF RECHECK-FAILED
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-PEND-ACTION
        WHEN "ADD"
            IF WS-CTL-TAB-MAX >= 500
                DISPLAY WS-FILE-NAME " is at the 500-record "
                    "limit -- approval refused"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CTL-TAB-MAX
            MOVE WS-PEND-NEW-IMAGE TO WS-CTL-LINE(WS-CTL-TAB-MAX)
        WHEN "CHANGE"
            MOVE WS-PEND-NEW-IMAGE
                TO WS-CTL-LINE(WS-LIVE-MATCH-IDX)
        WHEN "DELETE"
            PERFORM VARYING WS-CTL-TAB-IDX
                FROM WS-LIVE-MATCH-IDX BY 1
                UNTIL WS-CTL-TAB-IDX >= WS-CTL-TAB-MAX
                MOVE WS-CTL-LINE(WS-CTL-TAB-IDX + 1)
                    TO WS-CTL-LINE(WS-CTL-TAB-IDX)
            END-PERFORM
            MOVE SPACES TO WS-CTL-LINE(WS-CTL-TAB-MAX)
            SUBTRACT 1 FROM WS-CTL-TAB-MAX
    END-EVALUATE
    PERFORM SAVE-CTL-TABLE
    IF SAVE-FAILED
        DISPLAY "Item " WS-PEND-REF " left awaiting approval"
        EXIT PARAGRAPH
    END-IF
    SET PEND-IS-APPROVED TO TRUE
    MOVE "APPROVE" TO WS-TRAIL-ACTION
    PERFORM RECORD-PENDING-DECISION
    IF SAVE-FAILED
        DISPLAY "ERROR: " WS-FILE-NAME " HAS been updated but "
            "item " WS-PEND-REF " still shows as awaiting "
            "approval -- reject it, do not approve it again"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Item " WS-PEND-REF " approved -- "
        FUNCTION TRIM(WS-FILE-NAME) " updated"
    .

*> ============================================================
*> REJECT-PENDING-ITEM
*> The control file is left as it is; the item is closed as
*> rejected and stays on CTLPEND for the daily listing.
*> ============================================================
REJECT-PENDING-ITEM.
    PERFORM RECHECK-PENDING-ITEM
    IF RECHECK-FAILED
        EXIT PARAGRAPH
    END-IF
    SET PEND-IS-REJECTED TO TRUE
    MOVE "REJECT" TO WS-TRAIL-ACTION
    PERFORM RECORD-PENDING-DECISION
    IF SAVE-FAILED
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Item " WS-PEND-REF " rejected -- "
        FUNCTION TRIM(WS-FILE-NAME) " not changed"
    .

*> ============================================================
*> RECHECK-PENDING-ITEM
*> Read CTLPEND again and find the item under review by its
*> reference. Another session may have queued items since the
*> list was shown (the rewrite must carry them) or decided
*> this one (it must not be decided twice). Sets
*> RECHECK-PASSED, with the fresh item in WS-PEND-ITEM and its
*> table line in WS-PEND-MATCH-IDX.
*> ============================================================
RECHECK-PENDING-ITEM.
    SET RECHECK-FAILED TO TRUE
    MOVE WS-PEND-REF TO WS-PEND-DECIDE-REF
    PERFORM LOAD-PENDING-TABLE
    IF PEND-LOAD-FAILED
        DISPLAY "Item " WS-PEND-DECIDE-REF " NOT decided"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PEND-MATCH-IDX
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
           OR WS-PEND-MATCH-IDX > 0
        MOVE WS-PEND-LINE(WS-PEND-TAB-IDX) TO WS-PEND-ITEM
        IF WS-PEND-REF = WS-PEND-DECIDE-REF
            MOVE WS-PEND-TAB-IDX TO WS-PEND-MATCH-IDX
        END-IF
    END-PERFORM
    IF WS-PEND-MATCH-IDX = 0
        DISPLAY "Item " WS-PEND-DECIDE-REF " is no longer on "
            "CTLPEND -- NOT decided"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PEND-LINE(WS-PEND-MATCH-IDX) TO WS-PEND-ITEM
    IF NOT PEND-IS-PENDING
        DISPLAY "Item " WS-PEND-DECIDE-REF " has been decided "
            "in another session meanwhile (state " WS-PEND-STATE
            " by " FUNCTION TRIM(WS-PEND-CHECKER) ") -- NOT "
            "decided again"
        EXIT PARAGRAPH
    END-IF
    SET RECHECK-PASSED TO TRUE
    .

*> ============================================================
*> RECHECK-LIVE-IMAGE
*> Read the item's control file again, so the approval is
*> applied to the file as it stands now and carries every
*> change approved since it was shown, and check a change or
*> delete still finds the record exactly as keyed. Sets
*> RECHECK-PASSED, with WS-LIVE-MATCH-IDX pointing into the
*> fresh table.
*> ============================================================
RECHECK-LIVE-IMAGE.
    SET RECHECK-FAILED TO TRUE
    SET FILE-LOOP-RUNNING TO TRUE
    PERFORM LOAD-CTL-TABLE
    IF NOT FILE-LOOP-RUNNING
        DISPLAY "Item " WS-PEND-REF " NOT approved -- "
            FUNCTION TRIM(WS-FILE-NAME) " cannot be loaded"
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-LIVE-IMAGE
    IF WS-PEND-ACTION NOT = "ADD" AND LIVE-IMAGE-NOT-FOUND
        DISPLAY "Item " WS-PEND-REF " NOT approved -- the "
            "record has changed on " FUNCTION TRIM(WS-FILE-NAME)
            " since it was shown; it can only be rejected"
        EXIT PARAGRAPH
    END-IF
    SET RECHECK-PASSED TO TRUE
    .

*> ============================================================
*> RECORD-PENDING-DECISION
*> Stamp the checker and the decision time on the item (its
*> new state already set), rewrite CTLPEND, and put the
*> decision on the trail.
*> ============================================================
RECORD-PENDING-DECISION.
    MOVE FUNCTION CURRENT-DATE TO WS-TRAIL-TIMESTAMP
    MOVE WS-OPERATOR-ID TO WS-PEND-CHECKER
    MOVE WS-TRAIL-TIMESTAMP(1:14) TO WS-PEND-DECIDED-AT
    MOVE WS-PEND-ITEM TO WS-PEND-LINE(WS-PEND-MATCH-IDX)
    PERFORM SAVE-PENDING-TABLE
    IF SAVE-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PEND-REF TO WS-TRAIL-REF
    PERFORM SET-TRAIL-IMAGE-FROM-ITEM
    PERFORM WRITE-TRAIL-RECORD
    .

*> ============================================================
*> SET-TRAIL-IMAGE-FROM-ITEM
*> The image a trail record carries for a pending item: the
*> record being removed for a delete, the new record
*> otherwise.
*> ============================================================
SET-TRAIL-IMAGE-FROM-ITEM.
    IF WS-PEND-ACTION = "DELETE"
        MOVE WS-PEND-OLD-IMAGE TO WS-TRAIL-IMAGE
    ELSE
        MOVE WS-PEND-NEW-IMAGE TO WS-TRAIL-IMAGE
    END-IF
    .

*> ============================================================
        WHEN FILE-IS-HOLCTL  PERFORM ENTER-HOLCTL-FIELDS
        WHEN FILE-IS-CURRFMT PERFORM ENTER-CURRFMT-FIELDS
        WHEN FILE-IS-TOOLCTL PERFORM ENTER-TOOLCTL-FIELDS
        WHEN FILE-IS-CTRYCTL PERFORM ENTER-CTRYCTL-FIELDS
    END-EVALUATE
    .

    END-STRING
    .

*> ============================================================
*> ENTER-CTRYCTL-FIELDS
*> CTRYCTL record: country(2) type(1) length(2) mask(34)
*> description(30). The edits are the ones the server's
*> LOAD-ONE-CTRYCTL-RECORD applies: two letters A-Z, type I
*> (IBAN) or N (national), a two-digit length -- 05-34 for an
*> IBAN, 01 up to the mask's length for a national format --
*> and a mask of 9, A and X only, which for an IBAN is either
*> blank or exactly four short of the length. A second IBAN
*> record for a country is left for the checker to catch; the
*> server keeps the first and warns.
*> ============================================================
ENTER-CTRYCTL-FIELDS.
    DISPLAY "Country code, 2 letters: " WITH NO ADVANCING
    PERFORM GET-CONSOLE-ANSWER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO WS-ANSWER
    MOVE WS-ANSWER(1:2) TO WS-FLD-COUNTRY
    IF WS-FLD-COUNTRY(1:1) < "A" OR WS-FLD-COUNTRY(1:1) > "Z"
       OR WS-FLD-COUNTRY(2:1) < "A" OR WS-FLD-COUNTRY(2:1) > "Z"
       OR WS-ANSWER(3:78) NOT = SPACES
        DISPLAY "EDIT FAILED: country code is not two "
            "letters A-Z"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Type, I (IBAN) or N (national): "
        WITH NO ADVANCING
    PERFORM GET-CONSOLE-ANSWER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO WS-FLD-ACCT-TYPE
    IF WS-FLD-ACCT-TYPE NOT = "I" AND WS-FLD-ACCT-TYPE NOT = "N"
        DISPLAY "EDIT FAILED: type must be I or N"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF

    IF WS-FLD-ACCT-TYPE = "I"
        DISPLAY "IBAN length, 2 digits (05-34): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Minimum length, 2 digits: " WITH NO ADVANCING
    END-IF
    PERFORM GET-CONSOLE-ANSWER
    MOVE FUNCTION TRIM(WS-ANSWER) TO WS-FLD-ACCT-LEN-TEXT
    IF WS-FLD-ACCT-LEN-TEXT IS NOT NUMERIC
        DISPLAY "EDIT FAILED: length is not 2 numeric digits"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-FLD-ACCT-TYPE = "I"
       AND (WS-FLD-ACCT-LEN < 5 OR WS-FLD-ACCT-LEN > 34)
        DISPLAY "EDIT FAILED: IBAN length must be 05-34"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF

    IF WS-FLD-ACCT-TYPE = "I"
        DISPLAY "BBAN structure after the check digits, "
            "9 digit A letter X either (blank = none): "
            WITH NO ADVANCING
    ELSE
        DISPLAY "Account format, 9 digit A letter X either: "
            WITH NO ADVANCING
    END-IF
    PERFORM GET-CONSOLE-ANSWER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
        TO WS-FLD-ACCT-MASK
    MOVE 0 TO WS-FLD-ACCT-MASK-LEN
    IF WS-FLD-ACCT-MASK NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER))
            TO WS-FLD-ACCT-MASK-LEN
    END-IF
    IF WS-FLD-ACCT-MASK-LEN > 34
        DISPLAY "EDIT FAILED: mask is longer than 34"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF
    SET FIELD-IS-GOOD TO TRUE
    PERFORM VARYING WS-FLD-MASK-IDX FROM 1 BY 1
        UNTIL WS-FLD-MASK-IDX > WS-FLD-ACCT-MASK-LEN
        IF WS-FLD-ACCT-MASK(WS-FLD-MASK-IDX:1) NOT = "9"
           AND WS-FLD-ACCT-MASK(WS-FLD-MASK-IDX:1) NOT = "A"
           AND WS-FLD-ACCT-MASK(WS-FLD-MASK-IDX:1) NOT = "X"
            SET FIELD-IS-BAD TO TRUE
        END-IF
    END-PERFORM
    IF FIELD-IS-BAD
        DISPLAY "EDIT FAILED: mask characters must be 9, A or X"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-FLD-ACCT-TYPE = "I"
       AND WS-FLD-ACCT-MASK-LEN NOT = 0
       AND WS-FLD-ACCT-MASK-LEN + 4 NOT = WS-FLD-ACCT-LEN
        DISPLAY "EDIT FAILED: BBAN structure must be the IBAN "
            "length less 4"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-FLD-ACCT-TYPE = "N" AND WS-FLD-ACCT-MASK-LEN = 0
        DISPLAY "EDIT FAILED: a national format needs a mask"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-FLD-ACCT-TYPE = "N"
       AND (WS-FLD-ACCT-LEN < 1
            OR WS-FLD-ACCT-LEN > WS-FLD-ACCT-MASK-LEN)
        DISPLAY "EDIT FAILED: minimum length must be 01 up to "
            "the mask length"
        SET ENTRY-CANCELLED TO TRUE
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Description: " WITH NO ADVANCING
    PERFORM GET-CONSOLE-ANSWER
    MOVE WS-ANSWER(1:30) TO WS-FLD-ACCT-DESC

    STRING
        WS-FLD-COUNTRY DELIMITED SIZE
        " " DELIMITED SIZE
        WS-FLD-ACCT-TYPE DELIMITED SIZE
        " " DELIMITED SIZE
        WS-FLD-ACCT-LEN-TEXT DELIMITED SIZE
        " " DELIMITED SIZE
        WS-FLD-ACCT-MASK DELIMITED SIZE
        " " DELIMITED SIZE
        WS-FLD-ACCT-DESC DELIMITED SIZE
        INTO WS-NEW-RECORD
    END-STRING
    .

*> ============================================================
*> GET-CONSOLE-ANSWER
*> One operator reply into WS-ANSWER. A console ACCEPT returns
    PERFORM CLOSE-CTL-FILE
    .

*> ============================================================
*> LOAD-PENDING-TABLE
*> Read CTLPEND into storage and note the highest item
*> reference issued so far -- CTL-PENDING never clears the
*> item holding it, so a reference is never issued twice. A
*> file with more items than the table holds is refused
*> rather than rewritten short.
*> ============================================================
LOAD-PENDING-TABLE.
    MOVE 0 TO WS-PEND-TAB-MAX
    MOVE 0 TO WS-PEND-NEXT-REF
    SET PEND-LOAD-SUCCEEDED TO TRUE
    OPEN INPUT PENDING-FILE
    IF WS-PEND-STATUS = "05"
        CLOSE PENDING-FILE
        EXIT PARAGRAPH
    END-IF
    IF WS-PEND-STATUS NOT = "00"
        DISPLAY "ERROR: could not open CTLPEND (status "
            WS-PEND-STATUS ")"
        SET PEND-LOAD-FAILED TO TRUE
        EXIT PARAGRAPH
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
                    IF PENDING-RECORD(1:6) IS NUMERIC
                        MOVE PENDING-RECORD(1:6)
                            TO WS-PEND-SCAN-REF
                        IF WS-PEND-SCAN-REF > WS-PEND-NEXT-REF
                            MOVE WS-PEND-SCAN-REF
                                TO WS-PEND-NEXT-REF
                        END-IF
                    END-IF
                ELSE
                    SET PEND-LOAD-FAILED TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PENDING-FILE
    SET EOF-NOT-REACHED TO TRUE
    IF PEND-LOAD-FAILED
        DISPLAY "CTLPEND has more than 500 items -- run the "
            "CTL-PENDING listing to clear decided items"
    END-IF
    .

*> ============================================================
*> SAVE-PENDING-TABLE
*> Rewrite CTLPEND from storage. A failed rewrite raises the
*> session condition code, as a failed control file save does.
*> ============================================================
SAVE-PENDING-TABLE.
    SET SAVE-SUCCEEDED TO TRUE
    OPEN OUTPUT PENDING-FILE
    IF WS-PEND-STATUS NOT = "00"
       AND WS-PEND-STATUS NOT = "05"
        DISPLAY "ERROR: could not rewrite CTLPEND (status "
            WS-PEND-STATUS ") -- item is NOT saved"
        MOVE 8 TO WS-RUN-RC
        SET SAVE-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PEND-TAB-IDX FROM 1 BY 1
        UNTIL WS-PEND-TAB-IDX > WS-PEND-TAB-MAX
        WRITE PENDING-RECORD FROM WS-PEND-LINE(WS-PEND-TAB-IDX)
    END-PERFORM
    CLOSE PENDING-FILE
    .

*> ============================================================
*> OPEN-CTL-INPUT / OPEN-CTL-OUTPUT / READ-CTL-RECORD /
*> WRITE-CTL-RECORD / CLOSE-CTL-FILE
        WHEN FILE-IS-TOOLCTL
            OPEN INPUT TOOLCTL-FILE
            MOVE WS-TOOLCTL-STATUS TO WS-CTL-IO-STATUS
        WHEN FILE-IS-CTRYCTL
            OPEN INPUT CTRYCTL-FILE
            MOVE WS-CTRYCTL-STATUS TO WS-CTL-IO-STATUS
    END-EVALUATE
    .

        WHEN FILE-IS-TOOLCTL
            OPEN OUTPUT TOOLCTL-FILE
            MOVE WS-TOOLCTL-STATUS TO WS-CTL-IO-STATUS
        WHEN FILE-IS-CTRYCTL
            OPEN OUTPUT CTRYCTL-FILE
            MOVE WS-CTRYCTL-STATUS TO WS-CTL-IO-STATUS
    END-EVALUATE
    .

            READ TOOLCTL-FILE INTO WS-ANSWER
                AT END SET EOF-REACHED TO TRUE
            END-READ
        WHEN FILE-IS-CTRYCTL
            READ CTRYCTL-FILE INTO WS-ANSWER
                AT END SET EOF-REACHED TO TRUE
            END-READ
    END-EVALUATE
    .

            WRITE CURRFMT-RECORD FROM WS-ANSWER(1:80)
        WHEN FILE-IS-TOOLCTL
            WRITE TOOLCTL-RECORD FROM WS-ANSWER(1:80)
        WHEN FILE-IS-CTRYCTL
            WRITE CTRYCTL-RECORD FROM WS-ANSWER(1:80)
    END-EVALUATE
    .

        WHEN FILE-IS-HOLCTL  CLOSE HOLIDAY-FILE
        WHEN FILE-IS-CURRFMT CLOSE CURRFMT-FILE
        WHEN FILE-IS-TOOLCTL CLOSE TOOLCTL-FILE
        WHEN FILE-IS-CTRYCTL CLOSE CTRYCTL-FILE
    END-EVALUATE
    .

*> ============================================================
*> WRITE-TRAIL-RECORD
*> One audit trail record per queued change or decision:
*> timestamp, operator, file, action, pending item reference,
*> and the record image (the new image for add/change, the
*> deleted image for delete). A trail that cannot be written
*> is reported, never silently skipped.
*> ============================================================
WRITE-TRAIL-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-TRAIL-TIMESTAMP
        WS-FILE-NAME DELIMITED SPACES
        " action=" DELIMITED SIZE
        FUNCTION TRIM(WS-TRAIL-ACTION) DELIMITED SPACES
        " ref=" DELIMITED SIZE
        WS-TRAIL-REF DELIMITED SIZE
        " record=[" DELIMITED SIZE
        FUNCTION TRIM(WS-TRAIL-IMAGE TRAILING) DELIMITED SIZE
        "]" DELIMITED SIZE
    END-EVALUATE
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
