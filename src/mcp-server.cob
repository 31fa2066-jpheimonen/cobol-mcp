        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTART-STATUS.

    *> Register of every request id a batch run has answered,
    *> keyed by the HDR origin plus the request id and kept
    *> across runs, so a request file fed through twice is
    *> caught instead of answered twice. Partition runs of a
    *> split file update it at the same time: it is opened
    *> shared and locked a record at a time, only for the
    *> length of the single READ or WRITE.
    SELECT OPTIONAL PROCESSED-REGISTER
        ASSIGN TO "REQREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-KEY
        LOCK MODE IS MANUAL
        FILE STATUS IS WS-REQREG-STATUS.

    *> Maintained exchange-rate control file read at startup so
    *> rates can be updated without a recompile. Used only when
    *> the validated rate master is not available.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CURRFMT-STATUS.

    *> Country account format control file read at startup for
    *> validate_account: the IBAN length (and optional BBAN
    *> structure) per ISO country code, and the national account
    *> number formats in use, so a new country can be keyed in
    *> without a recompile.
    SELECT OPTIONAL CTRYCTL-FILE
        ASSIGN TO "CTRYCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTRYCTL-STATUS.

    *> Tool enable/disable control file read once at startup.
    SELECT OPTIONAL TOOLCTL-FILE
        ASSIGN TO "TOOLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOOLCTL-STATUS.

    *> Client entitlement control file read once at startup:
    *> which tools each connecting client (by the clientInfo
    *> name it gives at initialize) may or may not call. An
    *> asterisk in the client or tool column matches any.
    SELECT OPTIONAL CLNTCTL-FILE
        ASSIGN TO "CLNTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLNTCTL-STATUS.

    *> Prompt definitions read once at startup, in the same
    *> spirit as TOOLCTL and CURRFMT: name, description,
    *> comma-separated argument names, and template text per
    05 FILLER                     PIC X(1)  VALUE SPACE.
    05 RESTART-REQUEST-ID         PIC X(64).

FD  PROCESSED-REGISTER.
01  PROCESSED-REGISTER-RECORD.
    05 REG-KEY.
       10 REG-ORIGIN              PIC X(24).
       10 REG-REQUEST-ID          PIC X(64).
    *> HDR run date of the run that answered the request (the
    *> processing date when the file had no usable header).
    05 REG-RUN-DATE               PIC X(8).
    *> Input line that answered it -- the partition file's own
    *> line when the run was one partition of a split file.
    05 REG-LINE-NUM               PIC 9(8).
    05 REG-PROCESSED-STAMP        PIC X(14).

FD  RATES-FILE.
01  RATES-RECORD.
    05 RATES-CCY-CODE             PIC X(3).
    05 FILLER                     PIC X(1).
    05 CURRFMT-CONVENTION         PIC X(1).

*> One record per format: I = the country's IBAN, whose length
*> is the full IBAN length and whose mask, if given, is the
*> BBAN structure after the check digits; N = a national
*> account number format, whose length is the minimum number
*> of characters (mask positions beyond it are optional).
*> Mask characters: 9 digit, A letter, X letter or digit.
FD  CTRYCTL-FILE.
01  CTRYCTL-RECORD.
    05 CTRYCTL-COUNTRY            PIC X(2).
    05 FILLER                     PIC X(1).
    05 CTRYCTL-TYPE               PIC X(1).
    05 FILLER                     PIC X(1).
    05 CTRYCTL-LENGTH             PIC X(2).
    05 FILLER                     PIC X(1).
    05 CTRYCTL-MASK               PIC X(34).
    05 FILLER                     PIC X(1).
    05 CTRYCTL-DESC               PIC X(30).

FD  TOOLCTL-FILE.
01  TOOLCTL-RECORD.
    05 TOOLCTL-NAME                PIC X(24).
    05 FILLER                      PIC X(1)  VALUE SPACE.
    05 TOOLCTL-ENABLE-FLAG         PIC X(1).

FD  CLNTCTL-FILE.
01  CLNTCTL-RECORD.
    05 CLNTCTL-CLIENT              PIC X(32).
    05 FILLER                      PIC X(1).
    05 CLNTCTL-TOOL                PIC X(24).
    05 FILLER                      PIC X(1).
    *> A = allowed, D = denied.
    05 CLNTCTL-ACCESS              PIC X(1).

FD  PROMPT-FILE.
01  PROMPT-RECORD.
    05 PRMT-NAME                   PIC X(24).
01 WS-RATES-STATUS           PIC X(2)    VALUE SPACES.
01 WS-RATEMST-STATUS         PIC X(2)    VALUE SPACES.
01 WS-CURRFMT-STATUS         PIC X(2)    VALUE SPACES.
01 WS-CTRYCTL-STATUS         PIC X(2)    VALUE SPACES.
01 WS-TOOLCTL-STATUS         PIC X(2)    VALUE SPACES.
01 WS-CLNTCTL-STATUS         PIC X(2)    VALUE SPACES.
01 WS-PROMPT-STATUS          PIC X(2)    VALUE SPACES.
01 WS-REQREG-STATUS          PIC X(2)    VALUE SPACES.
   88 REQREG-RECORD-LOCKED               VALUE "51" "9D".

*> Availability flags for the output files -- set once at open
*> time so a write failure later (disk full, read-only mount,
*> optional header (HDR <rundate> <origin>) as the first
*> record and a trailer (TRL <count> <hash-total>) as the
*> last: the count is the expected number of request records
*> and the hash total sums the numeric a/b/values/amount/
*> principal arguments. A truncated transfer then ends the
*> run out of balance instead of reporting success on half a
*> file.
*> ============================================================
01 WS-BATCH-HDR-FLAG         PIC 9       VALUE 0.
   88 HEADER-SEEN                         VALUE 1.
01 WS-RESTART-SKIP-COUNT     PIC 9(8)    VALUE 0.
01 WS-RESTART-ID-LAST        PIC X(64)   VALUE SPACES.

*> ============================================================
*> PROCESSED REQUEST REGISTER
*> A request line whose origin and id are already on the
*> register is not answered again: its RESPOUT record carries
*> status DUP and the run date that first answered it. The
*> FORCE parm switches the check off for a deliberate replay
*> (the register entry is then re-stamped with this run).
*> ============================================================
01 WS-PARM-TEXT              PIC X(64)   VALUE SPACES.
01 WS-PARM-TOKEN-1           PIC X(16)   VALUE SPACES.
01 WS-PARM-TOKEN-2           PIC X(16)   VALUE SPACES.
01 WS-FORCE-REPLAY-FLAG      PIC 9       VALUE 0.
   88 FORCE-REPLAY-REQUESTED              VALUE 1.
   88 FORCE-REPLAY-NOT-REQUESTED          VALUE 0.
01 WS-REQREG-TRIES           PIC 9(2)    VALUE 0.
01 WS-REQREG-MAX-TRIES       PIC 9(2)    VALUE 5.
01 WS-REQREG-WAIT-SECS       PIC 9(4) COMP-5 VALUE 1.
01 WS-REQREG-OPEN-FLAG       PIC 9       VALUE 0.
   88 REQREG-FILE-IS-OPEN                 VALUE 1.
   88 REQREG-FILE-NOT-OPEN                VALUE 0.
01 WS-DUP-FOUND-FLAG         PIC 9       VALUE 0.
   88 REQUEST-ALREADY-PROCESSED           VALUE 1.
   88 REQUEST-NOT-YET-PROCESSED           VALUE 0.
01 WS-DUP-ORIG-RUNDATE       PIC X(8)    VALUE SPACES.
01 WS-REGISTER-RUNDATE       PIC X(8)    VALUE SPACES.
01 WS-REGISTER-STAMP         PIC X(21)   VALUE SPACES.

*> ============================================================
*> BATCH CONTROL-BREAK REPORT
*> ============================================================
01 WS-RPT-PARSE-FAIL-COUNT   PIC 9(8)    VALUE 0.
01 WS-RPT-ISERROR-COUNT      PIC 9(8)    VALUE 0.
01 WS-RPT-DUPLICATE-COUNT    PIC 9(8)    VALUE 0.
01 WS-RPT-REPLAY-COUNT       PIC 9(8)    VALUE 0.
01 WS-RPT-TOOL-TAB-IDX       PIC 9(2)    VALUE 0.
01 WS-RPT-TOOL-TAB-MAX       PIC 9(2)    VALUE 0.
01 WS-RPT-TOOL-TAB.
01 WS-AUDIT-TIMESTAMP        PIC X(26)   VALUE SPACES.
01 WS-AUDIT-ARGUMENTS        PIC X(1200) VALUE SPACES.
01 WS-AUDIT-RESULT-FLAG      PIC X(7)    VALUE SPACES.
*> Rate generation a successful convert_currency priced on:
*> rate and effective date per leg, written ahead of the
*> arguments so a later back-valued correction can be traced
*> to the conversions it affects. Spaces for every other call.
01 WS-AUDIT-RATE-GEN         PIC X(120)  VALUE SPACES.
01 WS-AUDIT-RATE-EDITED      PIC ZZZZZ9.999999 VALUE SPACES.
01 WS-AUDIT-RATE-EDITED-TO   PIC ZZZZZ9.999999 VALUE SPACES.
01 WS-AUDIT-EFF              PIC X(8)    VALUE SPACES.
01 WS-AUDIT-EFF-TO           PIC X(8)    VALUE SPACES.

*> ============================================================
*> JSON-RPC BATCH ARRAY SUPPORT
   88 TOOL-IS-ENABLED                     VALUE 1.
   88 TOOL-IS-DISABLED                    VALUE 0.

*> ============================================================
*> CLIENT IDENTITY AND ENTITLEMENT TABLE
*> The client name and version come from params.clientInfo on
*> initialize and hold for the rest of the session. The
*> entitlement table is loaded at startup from the CLNTCTL
*> control file; the most specific matching entry wins
*> (client and tool, then client and *, then * and tool, then
*> * and *), and a call no entry matches is allowed.
*> ============================================================
01 WS-CLIENT-NAME            PIC X(64)   VALUE SPACES.
01 WS-CLIENT-VERSION         PIC X(32)   VALUE SPACES.
01 WS-AUDIT-CLIENT-NAME      PIC X(64)   VALUE SPACES.
01 WS-AUDIT-CLIENT-LEN       PIC 9(2)    VALUE 0.
01 WS-AUDIT-CLIENT-VERSION   PIC X(32)   VALUE SPACES.
01 WS-CLNTCTL-TAB-IDX        PIC 9(3)    VALUE 0.
01 WS-CLNTCTL-TAB-MAX        PIC 9(3)    VALUE 0.
01 WS-CLNTCTL-TAB.
   05 WS-CLNTCTL-ENTRY OCCURS 100 TIMES.
      10 WS-CLNTCTL-TAB-CLIENT PIC X(32) VALUE SPACES.
      10 WS-CLNTCTL-TAB-TOOL   PIC X(24) VALUE SPACES.
      10 WS-CLNTCTL-TAB-ACCESS PIC X(1)  VALUE "A".
01 WS-CLNTCTL-MATCH-RANK     PIC 9       VALUE 0.
01 WS-CLNTCTL-BEST-RANK      PIC 9       VALUE 0.
01 WS-CLIENT-IS-ENTITLED     PIC 9       VALUE 1.
   88 CLIENT-IS-ENTITLED                  VALUE 1.
   88 CLIENT-NOT-ENTITLED                 VALUE 0.

*> ============================================================
*> PROMPT DEFINITION TABLE AND prompts/list, prompts/get
*> Loaded at startup from the PRMTCTL control file. The
01 WS-STL-HOLIDAYS-SKIPPED   PIC S9(4)   VALUE 0.
01 WS-STL-HOLIDAYS-EDITED    PIC -(3)9   VALUE SPACES.

*> ============================================================
*> COMPUTE-INTEREST TOOL
*> Simple interest on a principal between two dates under a
*> day-count basis. The year fraction is carried as an exact
*> numerator and denominator (days over 360 or 365, or for
*> ACT/ACT the split across the calendar years spanned) so the
*> only rounding is the final one to the currency's decimals.
*> ============================================================
01 WS-PARAM-ARG-PRINCIPAL    PIC X(64)   VALUE SPACES.
01 WS-PARAM-ARG-RATE         PIC X(64)   VALUE SPACES.
01 WS-PARAM-ARG-START-DATE   PIC X(64)   VALUE SPACES.
01 WS-PARAM-ARG-END-DATE     PIC X(64)   VALUE SPACES.
01 WS-PARAM-ARG-BASIS        PIC X(16)   VALUE SPACES.
01 WS-PARAM-ARG-ROLL         PIC X(16)   VALUE SPACES.
01 WS-INT-PRINCIPAL          PIC S9(12)V9(4) VALUE 0.
01 WS-INT-RATE               PIC S9(3)V9(6)  VALUE 0.
01 WS-INT-BASIS              PIC X(7)    VALUE SPACES.
01 WS-INT-START-DATE         PIC X(8)    VALUE SPACES.
01 WS-INT-END-DATE           PIC X(8)    VALUE SPACES.
01 WS-INT-START-ORDINAL      PIC S9(9)   VALUE 0.
01 WS-INT-END-ORDINAL        PIC S9(9)   VALUE 0.
01 WS-INT-START-YEAR         PIC 9(4)    VALUE 0.
01 WS-INT-START-MONTH        PIC 9(2)    VALUE 0.
01 WS-INT-START-DAY          PIC 9(2)    VALUE 0.
01 WS-INT-END-YEAR           PIC 9(4)    VALUE 0.
01 WS-INT-END-MONTH          PIC 9(2)    VALUE 0.
01 WS-INT-END-DAY            PIC 9(2)    VALUE 0.
01 WS-INT-DAY-COUNT          PIC S9(9)   VALUE 0.
01 WS-INT-YF-NUMERATOR       PIC S9(12)  VALUE 0.
01 WS-INT-YF-DENOMINATOR     PIC 9(9)    VALUE 0.
01 WS-INT-START-YEAR-DAYS    PIC 9(3)    VALUE 0.
01 WS-INT-END-YEAR-DAYS      PIC 9(3)    VALUE 0.
01 WS-INT-NEXT-JAN1-ORDINAL  PIC S9(9)   VALUE 0.
01 WS-INT-YEAR-FRACTION      PIC S9(5)V9(6) VALUE 0.
01 WS-INT-INTEREST           PIC S9(14)V9(2) VALUE 0.
*> Principal x rate / 100, exact: four decimals of principal
*> and six of rate, shifted two places by the percentage.
01 WS-INT-PRINCIPAL-RATE     PIC S9(13)V9(12) VALUE 0.
01 WS-INT-DECIMALS           PIC 9       VALUE 2.
01 WS-INT-ROLLED-FLAG        PIC 9       VALUE 0.
   88 INTEREST-END-ROLLED                 VALUE 1.
   88 INTEREST-END-NOT-ROLLED             VALUE 0.
01 WS-INT-UNROLLED-DATE      PIC X(8)    VALUE SPACES.
01 WS-INT-ERROR-FLAG         PIC 9       VALUE 0.
   88 INTEREST-CALL-FAILED                VALUE 1.
   88 INTEREST-CALL-OK                    VALUE 0.
01 WS-INT-RESULT-DATE.
   05 WS-INT-RES-YEAR         PIC 9(4)   VALUE 0.
   05 WS-INT-RES-MONTH        PIC 9(2)   VALUE 0.
   05 WS-INT-RES-DAY          PIC 9(2)   VALUE 0.
01 WS-INT-DAYS-EDITED        PIC -(8)9   VALUE SPACES.
01 WS-INT-YF-EDITED          PIC -(4)9.9(6) VALUE SPACES.
01 WS-INT-INTEREST-WHOLE     PIC S9(16)  VALUE 0.
01 WS-INT-D1                 PIC 9(2)    VALUE 0.
01 WS-INT-D2                 PIC 9(2)    VALUE 0.
01 WS-INT-EDIT-2DEC          PIC -(13)9.99 VALUE SPACES.
01 WS-INT-EDIT-0DEC          PIC -(13)9  VALUE SPACES.
01 WS-INT-PRINCIPAL-TEXT     PIC X(24)   VALUE SPACES.
01 WS-INT-INTEREST-TEXT      PIC X(24)   VALUE SPACES.

*> ============================================================
*> VALIDATE-ACCOUNT TOOL
*> Country account formats loaded at startup from the CTRYCTL
*> control file, and the working fields for checking one
*> account number against them: an IBAN by country, length,
*> BBAN structure and mod-97 check digits, a national number
*> against the formats kept for its country.
*> ============================================================
01 WS-CTRY-TAB-IDX           PIC 9(3)    VALUE 0.
01 WS-CTRY-TAB-MAX           PIC 9(3)    VALUE 0.
01 WS-CTRY-TAB.
   05 WS-CTRY-ENTRY OCCURS 200 TIMES.
      10 WS-CTRY-TAB-COUNTRY  PIC X(2)   VALUE SPACES.
      10 WS-CTRY-TAB-TYPE     PIC X(1)   VALUE SPACES.
      10 WS-CTRY-TAB-LENGTH   PIC 9(2)   VALUE 0.
      10 WS-CTRY-TAB-MASK     PIC X(34)  VALUE SPACES.
      10 WS-CTRY-TAB-MASK-LEN PIC 9(2)   VALUE 0.
      10 WS-CTRY-TAB-DESC     PIC X(30)  VALUE SPACES.
01 WS-CTRY-LOAD-LENGTH       PIC 9(2)    VALUE 0.
01 WS-CTRY-LOAD-MASK-LEN     PIC 9(2)    VALUE 0.
01 WS-CTRY-LOAD-REASON       PIC X(48)   VALUE SPACES.
01 WS-PARAM-ARG-ACCOUNT      PIC X(64)   VALUE SPACES.
01 WS-PARAM-ARG-COUNTRY      PIC X(16)   VALUE SPACES.
01 WS-PARAM-ARG-FORMAT       PIC X(16)   VALUE SPACES.
01 WS-ACCT-TEXT              PIC X(64)   VALUE SPACES.
01 WS-ACCT-LEN               PIC 9(3)    VALUE 0.
01 WS-ACCT-IDX               PIC 9(3)    VALUE 0.
01 WS-ACCT-OUT-IDX           PIC 9(3)    VALUE 0.
01 WS-ACCT-CHAR              PIC X(1)    VALUE SPACE.
01 WS-ACCT-MASK-CHAR         PIC X(1)    VALUE SPACE.
01 WS-ACCT-COUNTRY           PIC X(2)    VALUE SPACES.
01 WS-ACCT-ARG-COUNTRY       PIC X(16)   VALUE SPACES.
01 WS-ACCT-FORMAT            PIC X(8)    VALUE SPACES.
   88 ACCOUNT-IS-IBAN                     VALUE "IBAN".
   88 ACCOUNT-IS-NATIONAL                 VALUE "NATIONAL".
01 WS-ACCT-STRIP-HYPHENS     PIC 9       VALUE 0.
   88 STRIP-ACCOUNT-HYPHENS               VALUE 1.
   88 KEEP-ACCOUNT-HYPHENS                VALUE 0.
01 WS-ACCT-CHECK-FLAG        PIC 9       VALUE 0.
   88 ACCOUNT-CHECK-FAILED                VALUE 1.
   88 ACCOUNT-CHECK-PASSED                VALUE 0.
01 WS-ACCT-MASK-FLAG         PIC 9       VALUE 0.
   88 ACCOUNT-FITS-MASK                   VALUE 1.
   88 ACCOUNT-MISFITS-MASK                VALUE 0.
01 WS-ACCT-FAILED-CHECK      PIC X(12)   VALUE SPACES.
01 WS-ACCT-ERROR-MSG         PIC X(200)  VALUE SPACES.
01 WS-ACCT-IBAN-IDX          PIC 9(3)    VALUE 0.
01 WS-ACCT-NATIONAL-COUNT    PIC 9(3)    VALUE 0.
01 WS-ACCT-MATCH-IDX         PIC 9(3)    VALUE 0.
01 WS-ACCT-TEST-MASK         PIC X(34)   VALUE SPACES.
01 WS-ACCT-TEST-MIN          PIC 9(2)    VALUE 0.
01 WS-ACCT-TEST-MAX          PIC 9(2)    VALUE 0.
01 WS-ACCT-TEST-OFFSET       PIC 9(2)    VALUE 0.
*> Mod-97 worked one character at a time over the IBAN with
*> its first four characters moved to the end; a letter
*> counts as the two digits 10 (A) to 35 (Z).
01 WS-ACCT-REARRANGED        PIC X(34)   VALUE SPACES.
01 WS-ACCT-REMAINDER         PIC 9(4)    VALUE 0.
01 WS-ACCT-CHAR-VALUE        PIC 9(2)    VALUE 0.
01 WS-ACCT-DIGIT             PIC 9       VALUE 0.
01 WS-ACCT-LETTERS           PIC X(26)
                              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WS-ACCT-LEN-EDITED        PIC ZZ9     VALUE SPACES.
01 WS-AUDIT-ACCOUNT          PIC X(64)   VALUE SPACES.
01 WS-AUDIT-ACCOUNT-LEN      PIC 9(2)    VALUE 0.
01 WS-ACCT-EXPECT-EDITED     PIC Z9      VALUE SPACES.
01 WS-INT-CCY-TEXT           PIC X(8)    VALUE SPACES.

*> ============================================================
*> ORDINAL-TO-DATE CONVERSION
*> The inverse of CONVERT-DATE-TO-ORDINAL: turns an ordinal day
*> INITIALIZE-RUNTIME
*> One-time startup work: detect whether a batch driver input
*> file was made available, pick up any checkpoint from a
*> prior run, open the processed request register, load the
*> exchange-rate control file, load the tool enable/disable
*> and client entitlement control files, and open the audit
*> log.
*> ============================================================
INITIALIZE-RUNTIME.
    PERFORM ACCEPT-RUN-PARMS
    PERFORM DETECT-RUN-MODE
    IF RUN-MODE-BATCH
        PERFORM LOAD-RESTART-CHECKPOINT
        PERFORM OPEN-PROCESSED-REGISTER
        PERFORM OPEN-RESPONSE-FILE
    END-IF
    PERFORM LOAD-RATES-TABLE
    PERFORM LOAD-CURRFMT-TABLE
    PERFORM LOAD-CTRYCTL-TABLE
    PERFORM LOAD-TOOLCTL-TABLE
    PERFORM LOAD-CLNTCTL-TABLE
    PERFORM LOAD-HOLIDAY-TABLE
    PERFORM LOAD-PROMPT-TABLE
    PERFORM OPEN-AUDIT-FILE
    .

*> ============================================================
*> ACCEPT-RUN-PARMS
*> The only run parm is FORCE, which lets a batch run replay
*> requests the processed request register has already seen.
*> ============================================================
ACCEPT-RUN-PARMS.
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
*> ============================================================
APPLY-ONE-RUN-PARM.
    EVALUATE TRUE
        WHEN WS-PARM-TOKEN-1 = SPACES
            CONTINUE
        WHEN WS-PARM-TOKEN-1 = "FORCE"
            SET FORCE-REPLAY-REQUESTED TO TRUE
        WHEN OTHER
            DISPLAY "WARNING: parameter not understood and "
                "ignored: " FUNCTION TRIM(WS-PARM-TOKEN-1)
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> DETECT-RUN-MODE
*> Try to open the batch driver input file. If it is present
        TO WS-CURFMT-TAB-CONV(WS-CURFMT-TAB-MAX)
    .

*> ============================================================
*> LOAD-CTRYCTL-TABLE
*> Load the country account format control file into
*> WS-CTRY-TAB. A record that fails its edits is skipped with
*> a warning naming the reason. If the control file was not
*> supplied, the table is left empty and validate_account
*> reports every country as not on file.
*> ============================================================
LOAD-CTRYCTL-TABLE.
    MOVE 0 TO WS-CTRY-TAB-MAX
    OPEN INPUT CTRYCTL-FILE
    IF WS-CTRYCTL-STATUS = "00"
        PERFORM UNTIL EOF-REACHED
            READ CTRYCTL-FILE
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-CTRYCTL-RECORD
            END-READ
        END-PERFORM
        CLOSE CTRYCTL-FILE
        SET EOF-NOT-REACHED TO TRUE
    END-IF
    .

*> ============================================================
*> LOAD-ONE-CTRYCTL-RECORD
*> Validate and table one CTRYCTL record: a two-letter
*> country, type I or N, a numeric length, and a mask of
*> 9/A/X characters. An IBAN length runs 05-34 and its mask,
*> when given, must cover exactly the characters after the
*> country and check digits; only one IBAN record is kept per
*> country. A national format must have a mask, and its
*> minimum length cannot exceed it.
*> ============================================================
LOAD-ONE-CTRYCTL-RECORD.
    MOVE SPACES TO WS-CTRY-LOAD-REASON
    MOVE 0 TO WS-CTRY-LOAD-LENGTH
    MOVE 0 TO WS-CTRY-LOAD-MASK-LEN
    IF CTRYCTL-MASK NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(CTRYCTL-MASK TRAILING))
            TO WS-CTRY-LOAD-MASK-LEN
    END-IF
    IF CTRYCTL-LENGTH IS NUMERIC
        MOVE CTRYCTL-LENGTH TO WS-CTRY-LOAD-LENGTH
    END-IF

    EVALUATE TRUE
        WHEN CTRYCTL-COUNTRY IS NOT ALPHABETIC-UPPER
          OR CTRYCTL-COUNTRY(1:1) = SPACE
          OR CTRYCTL-COUNTRY(2:1) = SPACE
            MOVE "country must be two letters A-Z"
                TO WS-CTRY-LOAD-REASON
        WHEN CTRYCTL-TYPE NOT = "I" AND CTRYCTL-TYPE NOT = "N"
            MOVE "type must be I or N" TO WS-CTRY-LOAD-REASON
        WHEN CTRYCTL-LENGTH IS NOT NUMERIC
            MOVE "length must be two digits"
                TO WS-CTRY-LOAD-REASON
        WHEN CTRYCTL-TYPE = "I"
         AND (WS-CTRY-LOAD-LENGTH < 5 OR WS-CTRY-LOAD-LENGTH > 34)
            MOVE "IBAN length must be 05-34"
                TO WS-CTRY-LOAD-REASON
        WHEN CTRYCTL-TYPE = "I"
         AND WS-CTRY-LOAD-MASK-LEN NOT = 0
         AND WS-CTRY-LOAD-MASK-LEN + 4 NOT = WS-CTRY-LOAD-LENGTH
            MOVE "IBAN mask must be the length less 4"
                TO WS-CTRY-LOAD-REASON
        WHEN CTRYCTL-TYPE = "N" AND WS-CTRY-LOAD-MASK-LEN = 0
            MOVE "national format needs a mask"
                TO WS-CTRY-LOAD-REASON
        WHEN CTRYCTL-TYPE = "N"
         AND (WS-CTRY-LOAD-LENGTH < 1
              OR WS-CTRY-LOAD-LENGTH > WS-CTRY-LOAD-MASK-LEN)
            MOVE "national minimum length must be 01 to the mask"
                TO WS-CTRY-LOAD-REASON
    END-EVALUATE
    IF WS-CTRY-LOAD-REASON = SPACES
        PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-CTRY-LOAD-MASK-LEN
            IF CTRYCTL-MASK(WS-ACCT-IDX:1) NOT = "9"
               AND CTRYCTL-MASK(WS-ACCT-IDX:1) NOT = "A"
               AND CTRYCTL-MASK(WS-ACCT-IDX:1) NOT = "X"
                MOVE "mask characters must be 9, A or X"
                    TO WS-CTRY-LOAD-REASON
            END-IF
        END-PERFORM
    END-IF
    IF WS-CTRY-LOAD-REASON = SPACES AND CTRYCTL-TYPE = "I"
        PERFORM VARYING WS-CTRY-TAB-IDX FROM 1 BY 1
            UNTIL WS-CTRY-TAB-IDX > WS-CTRY-TAB-MAX
            IF WS-CTRY-TAB-COUNTRY(WS-CTRY-TAB-IDX)
                    = CTRYCTL-COUNTRY
               AND WS-CTRY-TAB-TYPE(WS-CTRY-TAB-IDX) = "I"
                MOVE "IBAN already defined for the country"
                    TO WS-CTRY-LOAD-REASON
            END-IF
        END-PERFORM
    END-IF
    IF WS-CTRY-LOAD-REASON NOT = SPACES
        DISPLAY "WARNING: country format record skipped -- "
            FUNCTION TRIM(WS-CTRY-LOAD-REASON) ": "
            CTRYCTL-COUNTRY " " CTRYCTL-TYPE
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    IF WS-CTRY-TAB-MAX >= 200
        DISPLAY "WARNING: country format record skipped -- "
            "table is full (200 entries)"
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CTRY-TAB-MAX
    MOVE CTRYCTL-COUNTRY TO WS-CTRY-TAB-COUNTRY(WS-CTRY-TAB-MAX)
    MOVE CTRYCTL-TYPE TO WS-CTRY-TAB-TYPE(WS-CTRY-TAB-MAX)
    MOVE WS-CTRY-LOAD-LENGTH TO WS-CTRY-TAB-LENGTH(WS-CTRY-TAB-MAX)
    MOVE CTRYCTL-MASK TO WS-CTRY-TAB-MASK(WS-CTRY-TAB-MAX)
    MOVE WS-CTRY-LOAD-MASK-LEN
        TO WS-CTRY-TAB-MASK-LEN(WS-CTRY-TAB-MAX)
    MOVE CTRYCTL-DESC TO WS-CTRY-TAB-DESC(WS-CTRY-TAB-MAX)
    .

*> ============================================================
*> LOAD-TOOLCTL-TABLE
*> Load the tool enable/disable control file into
    END-IF
    .

*> ============================================================
*> LOAD-CLNTCTL-TABLE
*> Load the client entitlement control file into
*> WS-CLNTCTL-TAB. If the control file was not supplied, the
*> table is left empty and every client may call every
*> enabled tool, exactly as before.
*> ============================================================
LOAD-CLNTCTL-TABLE.
    MOVE 0 TO WS-CLNTCTL-TAB-MAX
    OPEN INPUT CLNTCTL-FILE
    IF WS-CLNTCTL-STATUS = "00"
        PERFORM UNTIL EOF-REACHED
            READ CLNTCTL-FILE
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-CLNTCTL-RECORD
            END-READ
        END-PERFORM
        CLOSE CLNTCTL-FILE
        SET EOF-NOT-REACHED TO TRUE
    END-IF
    .

*> ============================================================
*> LOAD-ONE-CLNTCTL-RECORD
*> Validate and table one CLNTCTL record. A blank client or
*> tool, or an access flag other than A or D, is skipped with
*> a warning rather than guessed at.
*> ============================================================
LOAD-ONE-CLNTCTL-RECORD.
    IF CLNTCTL-CLIENT = SPACES OR CLNTCTL-TOOL = SPACES
        DISPLAY "WARNING: client entitlement record skipped -- "
            "client or tool is blank (use * for any)"
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    IF CLNTCTL-ACCESS NOT = "A" AND CLNTCTL-ACCESS NOT = "D"
        DISPLAY "WARNING: client entitlement record skipped -- "
            FUNCTION TRIM(CLNTCTL-CLIENT) " "
            FUNCTION TRIM(CLNTCTL-TOOL)
            " access flag must be A or D"
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    IF WS-CLNTCTL-TAB-MAX >= 100
        DISPLAY "WARNING: client entitlement record skipped -- "
            "table is full (100 entries)"
            UPON SYSERR
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CLNTCTL-TAB-MAX
    MOVE CLNTCTL-CLIENT
        TO WS-CLNTCTL-TAB-CLIENT(WS-CLNTCTL-TAB-MAX)
    MOVE CLNTCTL-TOOL
        TO WS-CLNTCTL-TAB-TOOL(WS-CLNTCTL-TAB-MAX)
    MOVE CLNTCTL-ACCESS
        TO WS-CLNTCTL-TAB-ACCESS(WS-CLNTCTL-TAB-MAX)
    .

*> ============================================================
*> LOAD-HOLIDAY-TABLE
*> Load the holiday calendar control file into WS-HOLIDAY-TAB,
    END-IF
    .

*> ============================================================
*> OPEN-PROCESSED-REGISTER
*> Open the processed request register for update; the first
*> run creates it. It is opened shared, so the partition runs
*> of a split file can all have it open at once. A register
*> that cannot be opened stops the batch run with condition
*> code 8 before anything is answered: a run with no
*> duplicate protection could answer a request twice. Opened
*> ahead of RESPOUT, so a stopped restart leaves the
*> responses already written alone.
*> ============================================================
OPEN-PROCESSED-REGISTER.
    OPEN I-O SHARING WITH ALL OTHER PROCESSED-REGISTER
    IF WS-REQREG-STATUS = "00" OR WS-REQREG-STATUS = "05"
        SET REQREG-FILE-IS-OPEN TO TRUE
    ELSE
        SET REQREG-FILE-NOT-OPEN TO TRUE
        DISPLAY "ERROR: could not open processed request "
            "register (status " WS-REQREG-STATUS ") -- "
            "batch run stopped, no request answered"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF FORCE-REPLAY-REQUESTED
        DISPLAY "WARNING: FORCE replay requested -- requests "
            "already on the processed request register will "
            "be answered again"
            UPON SYSERR
    END-IF
    .

*> ============================================================
*> OPEN-AUDIT-FILE
*> Open the audit log for append (EXTEND) so a long-running
        IF RESPOUT-FILE-IS-OPEN
            CLOSE RESPONSE-FILE
        END-IF
        IF REQREG-FILE-IS-OPEN
            CLOSE PROCESSED-REGISTER
        END-IF
        PERFORM WRITE-BATCH-REPORT
    ELSE
        CLOSE STDIN-FILE
*> Read one line (from stdin, or from the batch driver file
*> when present), parse it, dispatch it, and (if needed) write
*> a response to stdout. A line may be a single JSON-RPC
*> object or a JSON-RPC batch array. In batch driver mode a
*> single request already on the processed request register
*> is answered with a DUP record instead of being processed.
*> ============================================================
MAIN-LOOP.
    PERFORM READ-NEXT-INPUT-LINE
             AND WS-BATCH-LINE-NUM = 1
             AND WS-INPUT-BUFFER(1:4) = "HDR "
                PERFORM PROCESS-HEADER-RECORD
            WHEN RUN-MODE-BATCH
             AND WS-BATCH-LINE-NUM = 2
             AND WS-INPUT-BUFFER(1:4) = "INI "
                PERFORM PROCESS-CLIENT-RECORD
            WHEN RUN-MODE-BATCH
             AND WS-INPUT-BUFFER(1:4) = "TRL "
                PERFORM PROCESS-TRAILER-RECORD
                *> line number, control records included, so
                *> the restart test compares line numbers
                *> rather than counting down.
                *> An initialize line already answered is still
                *> read for its clientInfo, so the calls after
                *> the restart point are audited and entitled
                *> as the client that sent the file.
                IF RUN-MODE-BATCH
                   AND WS-BATCH-LINE-NUM <=
                       WS-RESTART-SKIP-COUNT
                    PERFORM RESTORE-SKIPPED-CLIENT
                ELSE
                    MOVE "OK" TO WS-RESP-LINE-STATUS
                    MOVE SPACES TO WS-RESP-LINE-ID
                                    TO WS-RESP-LINE-ID
                                PERFORM PROCESS-BATCH-ARRAY
                            ELSE
                                IF RUN-MODE-BATCH
                                    PERFORM CHECK-PROCESSED-REGISTER
                                END-IF
                                IF REQUEST-ALREADY-PROCESSED
                                    PERFORM PROCESS-DUPLICATE-LINE
                                ELSE
                                    PERFORM PROCESS-ONE-MESSAGE
                                END-IF
                                MOVE FUNCTION TRIM(
                                    WS-REQUEST-ID)
                                    TO WS-RESP-LINE-ID
                    END-IF
                    IF RUN-MODE-BATCH
                        PERFORM WRITE-RESPONSE-RECORD
                        PERFORM RECORD-PROCESSED-REQUEST
                        PERFORM WRITE-CHECKPOINT
                    END-IF
                END-IF
    END-IF
    .

*> ============================================================
*> RESTORE-SKIPPED-CLIENT
*> A line skipped on restart that is an initialize request:
*> take up its clientInfo as HANDLE-INITIALIZE would, without
*> answering it again.
*> ============================================================
RESTORE-SKIPPED-CLIENT.
    IF INPUT-LINE-TOO-LARGE
        EXIT PARAGRAPH
    END-IF
    PERFORM INITIALIZE-PARSE-STATE
    PERFORM PARSE-JSON-RPC-MESSAGE
    IF PARSE-FAILED OR ID-NOT-PRESENT
       OR FUNCTION TRIM(WS-METHOD) NOT = "initialize"
        EXIT PARAGRAPH
    END-IF
    PERFORM CAPTURE-CLIENT-INFO
    SET SERVER-IS-INITIALIZED TO TRUE
    .

*> ============================================================
*> CHECK-PROCESSED-REGISTER
*> Parse the request line just read far enough to get its id
*> and look the HDR origin plus id up on the processed request
*> register. A line that does not parse, or carries no id,
*> cannot be a duplicate -- it goes through as usual. Only
*> tools/call lines are looked up: initialize and the list
*> methods change nothing, and a file that reuses an
*> initialize id must still identify its client. Under FORCE
*> a hit is only counted as a replay. A record another run
*> holds locked at that moment is read again, a second apart;
*> one still locked after that is reported and the line goes
*> through unchecked.
*> ============================================================
CHECK-PROCESSED-REGISTER.
    SET REQUEST-NOT-YET-PROCESSED TO TRUE
    IF REQREG-FILE-NOT-OPEN
       OR INPUT-LINE-TOO-LARGE
        EXIT PARAGRAPH
    END-IF
    PERFORM INITIALIZE-PARSE-STATE
    PERFORM PARSE-JSON-RPC-MESSAGE
    IF PARSE-FAILED OR ID-NOT-PRESENT
       OR FUNCTION TRIM(WS-METHOD) NOT = "tools/call"
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-REQREG-TRIES
    PERFORM READ-REGISTER-ENTRY
    PERFORM UNTIL NOT REQREG-RECORD-LOCKED
               OR WS-REQREG-TRIES >= WS-REQREG-MAX-TRIES
        CALL "C$SLEEP" USING WS-REQREG-WAIT-SECS
        ADD 1 TO WS-REQREG-TRIES
        PERFORM READ-REGISTER-ENTRY
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-REQREG-STATUS = "00" OR WS-REQREG-STATUS = "02"
            IF FORCE-REPLAY-REQUESTED
                ADD 1 TO WS-RPT-REPLAY-COUNT
            ELSE
                SET REQUEST-ALREADY-PROCESSED TO TRUE
                MOVE REG-RUN-DATE TO WS-DUP-ORIG-RUNDATE
            END-IF
        WHEN WS-REQREG-STATUS = "23"
            CONTINUE
        WHEN OTHER
            DISPLAY "WARNING: could not look request "
                FUNCTION TRIM(WS-REQUEST-ID)
                " up on the processed request register (status "
                WS-REQREG-STATUS ") -- answered unchecked"
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> READ-REGISTER-ENTRY
*> Read the register entry for the HDR origin plus the
*> request id.
*> ============================================================
READ-REGISTER-ENTRY.
    MOVE WS-BATCH-HDR-ORIGIN TO REG-ORIGIN
    MOVE WS-REQUEST-ID TO REG-REQUEST-ID
    READ PROCESSED-REGISTER
        INVALID KEY
            CONTINUE
    END-READ
    .

*> ============================================================
*> PROCESS-DUPLICATE-LINE
*> A request an earlier run (or an earlier line of this run)
*> already answered. It is not dispatched, so nothing is
*> converted, allocated or audited twice, but it is still a
*> request record of this file: it counts toward the trailer
*> and its arguments go into the hash total, or every file
*> with a duplicate in it would end out of balance.
*> ============================================================
PROCESS-DUPLICATE-LINE.
    PERFORM ACCUMULATE-BALANCE-HASH
    ADD 1 TO WS-RPT-DUPLICATE-COUNT
    MOVE "DUP" TO WS-RESP-LINE-STATUS
    SET NO-RESPONSE-NEEDED TO TRUE
    .

*> ============================================================
*> RECORD-PROCESSED-REQUEST
*> Put a tools/call request answered OK on the processed
*> request register. Rejected lines (ERROR, PARSE) answered
*> nothing, so they stay off it and can go round again
*> through RESUB-BUILD; duplicates, id-less notifications,
*> JSON-RPC batch array lines and the non-tool methods are
*> never registered. A forced replay re-stamps the existing
*> entry with this run. A record another run holds locked is
*> written again, a second apart. An entry already there
*> without FORCE can only have been written since this line
*> was checked -- another run answering the same request at
*> the same time -- and is left as it is and reported. A
*> register write that fails is reported: that request is
*> then not protected against a second answer.
*> ============================================================
RECORD-PROCESSED-REQUEST.
    IF REQREG-FILE-NOT-OPEN
       OR WS-RESP-LINE-STATUS NOT = "OK"
       OR WS-RESP-LINE-ID = "*BATCH*"
       OR WS-RESP-LINE-ID = "*NONE*"
       OR ID-NOT-PRESENT
       OR FUNCTION TRIM(WS-METHOD) NOT = "tools/call"
        EXIT PARAGRAPH
    END-IF
    IF WS-REGISTER-RUNDATE = SPACES
        MOVE FUNCTION CURRENT-DATE TO WS-REGISTER-STAMP
        IF HEADER-SEEN AND WS-BATCH-HDR-RUNDATE IS NUMERIC
            MOVE WS-BATCH-HDR-RUNDATE TO WS-REGISTER-RUNDATE
        ELSE
            MOVE WS-REGISTER-STAMP(1:8) TO WS-REGISTER-RUNDATE
        END-IF
    END-IF
    MOVE 1 TO WS-REQREG-TRIES
    PERFORM WRITE-REGISTER-ENTRY
    PERFORM UNTIL NOT REQREG-RECORD-LOCKED
               OR WS-REQREG-TRIES >= WS-REQREG-MAX-TRIES
        CALL "C$SLEEP" USING WS-REQREG-WAIT-SECS
        ADD 1 TO WS-REQREG-TRIES
        PERFORM WRITE-REGISTER-ENTRY
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-REQREG-STATUS = "00" OR WS-REQREG-STATUS = "02"
            CONTINUE
        WHEN WS-REQREG-STATUS = "22"
            DISPLAY "WARNING: request "
                FUNCTION TRIM(WS-REQUEST-ID)
                " was answered by another run at the same time "
                "-- check it has not been posted twice"
                UPON SYSERR
        WHEN OTHER
            DISPLAY "WARNING: could not record request "
                FUNCTION TRIM(WS-REQUEST-ID)
                " on the processed request register (status "
                WS-REQREG-STATUS ") -- it will not be detected "
                "if sent again"
                UPON SYSERR
    END-EVALUATE
    .

*> ============================================================
*> WRITE-REGISTER-ENTRY
*> Add the register entry for the request just answered; under
*> FORCE an entry already there is re-stamped instead.
*> ============================================================
WRITE-REGISTER-ENTRY.
    MOVE WS-BATCH-HDR-ORIGIN TO REG-ORIGIN
    MOVE WS-REQUEST-ID TO REG-REQUEST-ID
    MOVE WS-REGISTER-RUNDATE TO REG-RUN-DATE
    MOVE WS-BATCH-LINE-NUM TO REG-LINE-NUM
    MOVE WS-REGISTER-STAMP(1:14) TO REG-PROCESSED-STAMP
    WRITE PROCESSED-REGISTER-RECORD
        INVALID KEY
            IF FORCE-REPLAY-REQUESTED
                REWRITE PROCESSED-REGISTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-WRITE
    .

*> ============================================================
*> PROCESS-HEADER-RECORD
*> Capture the optional header control record (run date and
    END-UNSTRING
    .

*> ============================================================
*> PROCESS-CLIENT-RECORD
*> The INI control record BATCH-SPLIT puts on line 2 of a
*> partition that does not hold the file's initialize request
*> itself: "INI " and a copy of that request. The session
*> client is taken from it as HANDLE-INITIALIZE would take
*> it; like the HDR it is not a request -- not answered,
*> counted, hashed or registered.
*> ============================================================
PROCESS-CLIENT-RECORD.
    PERFORM CAPTURE-CLIENT-INFO
    SET SERVER-IS-INITIALIZED TO TRUE
    .

*> ============================================================
*> PROCESS-TRAILER-RECORD
*> Capture the trailer control record: the expected request
*> count and the hash total of the numeric a/b/values/amount/
*> principal arguments. The run is balanced against these at
*> end of file.
*> ============================================================
PROCESS-TRAILER-RECORD.

*> ============================================================
*> ACCUMULATE-BALANCE-HASH
*> Add this request's numeric a/b/values/amount/principal
*> arguments into the running hash total for the balancing
*> check.
*> ============================================================
ACCUMULATE-BALANCE-HASH.
    MOVE FUNCTION TRIM(WS-PARAM-ARG-A)
            END-COMPUTE
        END-IF
    END-IF
    *> compute_interest's principal is its amount argument.
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"principal"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE FUNCTION TRIM(WS-EXTRACT-VALUE)
            TO WS-NUMERIC-CHECK-VALUE
        PERFORM VALIDATE-NUMERIC-VALUE
        IF NUMERIC-IS-VALID
            COMPUTE WS-BAL-HASH-ACCUM =
                WS-BAL-HASH-ACCUM
                + FUNCTION NUMVAL(FUNCTION TRIM(
                    WS-EXTRACT-VALUE))
                ON SIZE ERROR CONTINUE
            END-COMPUTE
        END-IF
    END-IF
    .

*> ============================================================
*> One batch response record per INPUTREQ request line: input
*> line number, request id (*BATCH* for a JSON-RPC batch
*> array, *NONE* for a notification), status flag, and the
*> full JSON response as sent. A DUP line has no response;
*> its record carries the run date that first answered it
*> (not the line: a partition run's line number means nothing
*> once BATCH-MERGE has put the responses back together).
*> ============================================================
WRITE-RESPONSE-RECORD.
    IF RESPOUT-FILE-NOT-OPEN
        MOVE "*NONE*" TO WS-RESP-LINE-ID
    END-IF
    MOVE SPACES TO RESPONSE-RECORD
    IF WS-RESP-LINE-STATUS = "DUP"
        STRING
            WS-BATCH-LINE-NUM DELIMITED SIZE
            " " DELIMITED SIZE
            FUNCTION TRIM(WS-RESP-LINE-ID) DELIMITED SIZE
            " " DELIMITED SIZE
            WS-RESP-LINE-STATUS DELIMITED SIZE
            " (already processed in run " DELIMITED SIZE
            WS-DUP-ORIG-RUNDATE DELIMITED SIZE
            " -- not reprocessed)" DELIMITED SIZE
            INTO RESPONSE-RECORD
        END-STRING
        WRITE RESPONSE-RECORD
        EXIT PARAGRAPH
    END-IF
    IF RESPONSE-NEEDED
        STRING
            WS-BATCH-LINE-NUM DELIMITED SIZE
*> WRITE-BATCH-REPORT
*> Print the control-break summary report at the end of a
*> batch driver run: count of calls per tool name, count of
*> isError results, count of parse failures, and count of
*> duplicate requests not reprocessed (condition code 4 when
*> there were any, unless the run is already out of balance).
*> ============================================================
WRITE-BATCH-REPORT.
    OPEN OUTPUT REPORT-FILE
    END-STRING
    WRITE REPORT-RECORD FROM WS-RPT-LINE

    MOVE ZERO TO WS-RPT-EDIT-COUNT
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
    IF FORCE-REPLAY-REQUESTED
        MOVE ZERO TO WS-RPT-EDIT-COUNT
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

    PERFORM WRITE-BALANCING-SECTION

    CLOSE REPORT-FILE
    MOVE SPACES TO WS-PARAM-ARG-DAYS
    MOVE SPACES TO WS-PARAM-ARG-FROM-CCY
    MOVE SPACES TO WS-PARAM-ARG-TO-CCY
    MOVE SPACES TO WS-PARAM-ARG-ACCOUNT
    MOVE SPACES TO WS-PARAM-ARG-COUNTRY
    MOVE SPACES TO WS-PARAM-ARG-FORMAT
    MOVE SPACES TO WS-PARAM-ARG-ASOF
    MOVE SPACES TO WS-PARAM-ARG-PRINCIPAL
    MOVE SPACES TO WS-PARAM-ARG-RATE
    MOVE SPACES TO WS-PARAM-ARG-START-DATE
    MOVE SPACES TO WS-PARAM-ARG-END-DATE
    MOVE SPACES TO WS-PARAM-ARG-BASIS
    MOVE SPACES TO WS-PARAM-ARG-ROLL
    MOVE SPACES TO WS-AUDIT-RATE-GEN
    SET VALUES-ARRAY-NOT-FOUND TO TRUE
    MOVE SPACES TO WS-PARAM-ARG-COUNT
    MOVE SPACES TO WS-PARAM-ARG-RATIOS
    .

*> ============================================================
*> EXTRACT-JSON-VALUE-IN-CLIENTINFO
*> Searches within the "clientInfo" sub-object of the
*> initialize params. Two levels of nesting:
*> params -> clientInfo -> key.
*> ============================================================
EXTRACT-JSON-VALUE-IN-CLIENTINFO.
    SET KEY-NOT-FOUND TO TRUE
    MOVE SPACES TO WS-EXTRACT-VALUE

    *> Find "clientInfo" in the buffer
    MOVE 1 TO WS-SCAN-POS
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-BUFFER))
        TO WS-INPUT-LENGTH

    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS > WS-INPUT-LENGTH
           OR KEY-FOUND
        IF WS-SCAN-POS + 11 <= WS-INPUT-LENGTH
            IF WS-INPUT-BUFFER(WS-SCAN-POS:12)
                = '"clientInfo"'
                SET KEY-FOUND TO TRUE
                MOVE WS-SCAN-POS TO WS-KEY-POS
            END-IF
        END-IF
    END-PERFORM

    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF

    *> Found "clientInfo" - now skip past it to the object
    SET KEY-NOT-FOUND TO TRUE
    ADD 12 TO WS-KEY-POS
    MOVE WS-KEY-POS TO WS-SCAN-POS

    PERFORM SKIP-WHITESPACE
    IF WS-SCAN-POS > WS-INPUT-LENGTH
        EXIT PARAGRAPH
    END-IF
    IF WS-INPUT-BUFFER(WS-SCAN-POS:1) = ":"
        ADD 1 TO WS-SCAN-POS
        PERFORM SKIP-WHITESPACE
    END-IF

    *> Now scan for our target key within clientInfo
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-KEY))
        TO WS-SEARCH-KEY-LEN

    PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
        UNTIL WS-SCAN-POS > WS-INPUT-LENGTH
           OR KEY-FOUND
        IF WS-SCAN-POS + WS-SEARCH-KEY-LEN - 1
            <= WS-INPUT-LENGTH
            IF WS-INPUT-BUFFER(
                WS-SCAN-POS:WS-SEARCH-KEY-LEN)
                = WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
                MOVE WS-SCAN-POS TO WS-KEY-POS
                SET KEY-FOUND TO TRUE
            END-IF
        END-IF
    END-PERFORM

    IF KEY-FOUND
        ADD WS-SEARCH-KEY-LEN TO WS-KEY-POS
        MOVE WS-KEY-POS TO WS-SCAN-POS
        PERFORM SKIP-WHITESPACE
        IF WS-INPUT-BUFFER(WS-SCAN-POS:1) = ":"
            ADD 1 TO WS-SCAN-POS
            PERFORM SKIP-WHITESPACE
            PERFORM EXTRACT-VALUE-AT-POSITION
        ELSE
            SET KEY-NOT-FOUND TO TRUE
        END-IF
    END-IF
    .

*> ============================================================
*> DETECT-TOP-LEVEL-ARRAY
*> A JSON-RPC batch request is a top-level JSON array of
*> request objects rather than a single object.
*> Sets IS-TOP-LEVEL-ARRAY when the first non-blank character
*> of the input line is "[".
*> ============================================================
DETECT-TOP-LEVEL-ARRAY.
    SET NOT-TOP-LEVEL-ARRAY TO TRUE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-BUFFER))
        TO WS-BATCH-SOURCE-LEN
    IF WS-BATCH-SOURCE-LEN > 0
        MOVE 1 TO WS-BATCH-SCAN-POS
        PERFORM UNTIL WS-BATCH-SCAN-POS > WS-BATCH-SOURCE-LEN
            OR WS-INPUT-BUFFER(WS-BATCH-SCAN-POS:1) NOT = " "
            ADD 1 TO WS-BATCH-SCAN-POS
        END-PERFORM
        IF WS-BATCH-SCAN-POS <= WS-BATCH-SOURCE-LEN
            IF WS-INPUT-BUFFER(WS-BATCH-SCAN-POS:1) = "["
                SET IS-TOP-LEVEL-ARRAY TO TRUE
            END-IF
        END-IF
    END-IF
    .

*> ============================================================
*> PROCESS-BATCH-ARRAY
*> Split the top-level JSON array sitting in WS-INPUT-BUFFER
*> into its individual request objects, run each one through
*> PROCESS-ONE-MESSAGE, and collect the responses (skipping
*> notifications, which produce none) into a single combined
*> JSON array response.
*> ============================================================
PROCESS-BATCH-ARRAY.
    MOVE WS-INPUT-BUFFER TO WS-BATCH-SOURCE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BATCH-SOURCE))
*>     "serverInfo":{"name":"cobol-mcp-server","version":"1.0.0"},
*>     "capabilities":{"tools":{},"resources":{},"prompts":{}}
*>   }}
*>
*> The clientInfo name and version the client sends are kept
*> for the rest of the session: they decide the client's tool
*> entitlements and are written to every audit record. A
*> later initialize replaces them.
*> ============================================================
HANDLE-INITIALIZE.
    IF ID-IS-PRESENT
        PERFORM CAPTURE-CLIENT-INFO
        STRING
            '{"protocolVersion":"2025-11-25"'
            DELIMITED SIZE
    END-IF
    .

*> ============================================================
*> CAPTURE-CLIENT-INFO
*> Pick up params.clientInfo.name and .version from the
*> initialize request. Either left blank by the client stays
*> blank, and the session is treated as unidentified. CLNTCTL
*> names a client in 32 characters, so a longer name is
*> matched on its first 32 (and audited in full), with a
*> warning.
*> ============================================================
CAPTURE-CLIENT-INFO.
    MOVE SPACES TO WS-CLIENT-NAME
    MOVE SPACES TO WS-CLIENT-VERSION
    MOVE '"name"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-CLIENTINFO
    IF KEY-FOUND
        MOVE FUNCTION TRIM(WS-EXTRACT-VALUE) TO WS-CLIENT-NAME
        IF WS-CLIENT-NAME(33:32) NOT = SPACES
            DISPLAY "WARNING: clientInfo name longer than 32 "
                "characters -- client entitlements are matched "
                "on: " WS-CLIENT-NAME(1:32)
                UPON SYSERR
        END-IF
    END-IF
    MOVE '"version"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-CLIENTINFO
    IF KEY-FOUND
        MOVE FUNCTION TRIM(WS-EXTRACT-VALUE) TO WS-CLIENT-VERSION
    END-IF
    .

*> ============================================================
*> HANDLE-NOTIFICATIONS-INITIALIZED
*> Notification - no response needed.
*>   - add: COMPUTE verb arithmetic (since 1959)
*>   - format_currency: PICTURE clause formatting
*>   - validate_date: date validation with leap years
*>   - validate_account: IBAN mod-97 and national formats
*>   - convert_currency: rate-file-driven FX conversion
*>   - business_days_between: date-math turnaround times
*> A tool switched off in the control file, or one the
*> session client is not entitled to, is left out of the
*> list entirely rather than silently offered.
*> ============================================================
HANDLE-TOOLS-LIST.
    IF ID-IS-PRESENT

        MOVE "add" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"add",'

        MOVE "format_currency" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"format_currency",'

        MOVE "validate_date" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"validate_date",'
            END-STRING
        END-IF

        MOVE "validate_account" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"validate_account",'
                '"description":"Validate a beneficiary account '
                'number before it goes out on a payment: an '
                'IBAN by country code, country length, BBAN '
                'structure and mod-97 check digits, or a '
                'national account number against the formats '
                'on file for its country. Names the check '
                'that failed.",'
                '"inputSchema":{"type":"object",'
                '"properties":{"account":{"type":"string",'
                '"description":"Account number or IBAN; '
                'spaces are ignored"},'
                '"country":{"type":"string",'
                '"description":"ISO two-letter country code; '
                'required for a national account number"},'
                '"format":{"type":"string",'
                '"enum":["iban","national"],'
                '"description":"Defaults to iban when the '
                'account starts with a country code and two '
                'check digits"}},'
                '"required":["account"]}}'
                DELIMITED SIZE
                INTO WS-RESULT-CONTENT
                WITH POINTER WS-TOOLS-LIST-POINTER
            END-STRING
        END-IF

        MOVE "convert_currency" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"convert_currency",'

        MOVE "business_days_between" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"business_days_between",'

        MOVE "compute_due_date" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"compute_due_date",'

        MOVE "compute_settlement_date" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"compute_settlement_date",'

        MOVE "allocate_amount" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"allocate_amount",'
            END-STRING
        END-IF

        MOVE "compute_interest" TO WS-TRIMMED-METHOD
        PERFORM CHECK-TOOL-ENABLED
        IF TOOL-IS-ENABLED AND CLIENT-IS-ENTITLED
            PERFORM APPEND-TOOLS-LIST-SEPARATOR
            STRING
                '{"name":"compute_interest",'
                '"description":"Simple interest on a principal '
                'between two YYYYMMDD dates under a day-count '
                'basis (ACT/360, ACT/365, 30/360 or ACT/ACT). '
                'Returns the day count, the year fraction and '
                'the interest rounded to the currency'
                DELIMITED SIZE
                "'" DELIMITED SIZE
                's decimal places. Optionally rolls an end '
                'date that is a weekend or holiday-calendar '
                'date forward to the next business day.",'
                '"inputSchema":{"type":"object",'
                '"properties":{"principal":{"type":"number",'
                '"description":"Principal amount"},'
                '"rate":{"type":"number",'
                '"description":"Annual interest rate in '
                'percent, e.g. 5.25"},'
                '"start_date":{"type":"string",'
                '"description":"Accrual start date, '
                'YYYYMMDD"},'
                '"end_date":{"type":"string",'
                '"description":"Accrual end date, YYYYMMDD"},'
                '"currency":{"type":"string",'
                '"description":"Currency code selecting the '
                'decimal places and the holiday market, '
                'e.g. JPY; defaults to two decimals"},'
                '"basis":{"type":"string",'
                '"description":"Day-count basis: ACT/360 '
                '(default), ACT/365, 30/360 or ACT/ACT"},'
                '"roll":{"type":"boolean",'
                '"description":"Roll an end date on a '
                'weekend or holiday to the next business '
                'day"}},'
                '"required":["principal","rate","start_date",'
                '"end_date"]}}'
                DELIMITED SIZE
                INTO WS-RESULT-CONTENT
                WITH POINTER WS-TOOLS-LIST-POINTER
            END-STRING
        END-IF

        STRING ']}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
            WITH POINTER WS-TOOLS-LIST-POINTER
*> ============================================================
*> HANDLE-TOOLS-CALL
*> Routes to the appropriate tool handler based on params.name.
*> Returns isError for unknown or disabled tool names, and for
*> tools the session client is not entitled to. Every
*> call is tallied for the batch report and written
*> to the audit log.
*>
        IF TOOL-IS-DISABLED
            PERFORM HANDLE-TOOL-DISABLED
        ELSE
            IF CLIENT-NOT-ENTITLED
                PERFORM HANDLE-TOOL-NOT-ENTITLED
            ELSE
                EVALUATE WS-TRIMMED-METHOD
                    WHEN "add"
                        PERFORM HANDLE-TOOL-ADD
                    WHEN "format_currency"
                        PERFORM HANDLE-TOOL-FORMAT-CURRENCY
                    WHEN "validate_date"
                        PERFORM HANDLE-TOOL-VALIDATE-DATE
                    WHEN "validate_account"
                        PERFORM HANDLE-TOOL-VALIDATE-ACCOUNT
                    WHEN "convert_currency"
                        PERFORM HANDLE-TOOL-CONVERT-CURRENCY
                    WHEN "business_days_between"
                        PERFORM HANDLE-TOOL-BUSINESS-DAYS-BETWEEN
                    WHEN "compute_due_date"
                        PERFORM HANDLE-TOOL-COMPUTE-DUE-DATE
                    WHEN "compute_settlement_date"
                        PERFORM HANDLE-TOOL-COMPUTE-SETTLEMENT
                    WHEN "allocate_amount"
                        PERFORM HANDLE-TOOL-ALLOCATE-AMOUNT
                    WHEN "compute_interest"
                        PERFORM HANDLE-TOOL-COMPUTE-INTEREST
                    WHEN OTHER
                        PERFORM HANDLE-TOOL-NOT-FOUND
                END-EVALUATE
            END-IF
        END-IF
        IF WS-RESULT-CONTENT(1:16) = '{"isError":true,'
            ADD 1 TO WS-RPT-ISERROR-COUNT
*> CHECK-TOOL-ENABLED
*> Looks up WS-TRIMMED-METHOD in the tool control table loaded
*> at startup. A tool with no entry in the control
*> file defaults to enabled. The session client's entitlement
*> to the tool is settled at the same time.
*> ============================================================
CHECK-TOOL-ENABLED.
    SET TOOL-IS-ENABLED TO TRUE
            END-IF
        END-IF
    END-PERFORM
    PERFORM CHECK-CLIENT-ENTITLEMENT
    .

*> ============================================================
*> CHECK-CLIENT-ENTITLEMENT
*> Looks up the session client and WS-TRIMMED-METHOD in the
*> client entitlement table. The most specific matching entry
*> decides: client and tool (rank 4), client and * (3),
*> * and tool (2), * and * (1). With no match the client is
*> entitled. A client that gave no clientInfo name matches
*> only the * client entries.
*> ============================================================
CHECK-CLIENT-ENTITLEMENT.
    SET CLIENT-IS-ENTITLED TO TRUE
    MOVE 0 TO WS-CLNTCTL-BEST-RANK
    PERFORM VARYING WS-CLNTCTL-TAB-IDX FROM 1 BY 1
        UNTIL WS-CLNTCTL-TAB-IDX > WS-CLNTCTL-TAB-MAX
        MOVE 0 TO WS-CLNTCTL-MATCH-RANK
        IF WS-CLIENT-NAME NOT = SPACES
            AND WS-CLNTCTL-TAB-CLIENT(WS-CLNTCTL-TAB-IDX)
                = WS-CLIENT-NAME(1:32)
            IF WS-CLNTCTL-TAB-TOOL(WS-CLNTCTL-TAB-IDX)
                = WS-TRIMMED-METHOD
                MOVE 4 TO WS-CLNTCTL-MATCH-RANK
            ELSE
                IF WS-CLNTCTL-TAB-TOOL(WS-CLNTCTL-TAB-IDX) = "*"
                    MOVE 3 TO WS-CLNTCTL-MATCH-RANK
                END-IF
            END-IF
        END-IF
        IF WS-CLNTCTL-TAB-CLIENT(WS-CLNTCTL-TAB-IDX) = "*"
            IF WS-CLNTCTL-TAB-TOOL(WS-CLNTCTL-TAB-IDX)
                = WS-TRIMMED-METHOD
                MOVE 2 TO WS-CLNTCTL-MATCH-RANK
            ELSE
                IF WS-CLNTCTL-TAB-TOOL(WS-CLNTCTL-TAB-IDX) = "*"
                    MOVE 1 TO WS-CLNTCTL-MATCH-RANK
                END-IF
            END-IF
        END-IF
        IF WS-CLNTCTL-MATCH-RANK > WS-CLNTCTL-BEST-RANK
            MOVE WS-CLNTCTL-MATCH-RANK TO WS-CLNTCTL-BEST-RANK
            IF WS-CLNTCTL-TAB-ACCESS(WS-CLNTCTL-TAB-IDX) = "D"
                SET CLIENT-NOT-ENTITLED TO TRUE
            ELSE
                SET CLIENT-IS-ENTITLED TO TRUE
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> HANDLE-TOOL-NOT-ENTITLED
*> An enabled tool the client entitlement file denies to this
*> client comes back as an isError result naming the client
*> and the tool, the same shape as a disabled tool.
*> ============================================================
HANDLE-TOOL-NOT-ENTITLED.
    MOVE SPACES TO WS-ESCAPE-SOURCE
    IF WS-CLIENT-NAME = SPACES
        STRING
            'This client (no clientInfo name given at initialize)'
            DELIMITED SIZE
            ' is not entitled to use tool ' DELIMITED SIZE
            FUNCTION TRIM(WS-TRIMMED-METHOD) DELIMITED SIZE
            INTO WS-ESCAPE-SOURCE
        END-STRING
    ELSE
        STRING
            'Client ' DELIMITED SIZE
            FUNCTION TRIM(WS-CLIENT-NAME) DELIMITED SIZE
            ' is not entitled to use tool ' DELIMITED SIZE
            FUNCTION TRIM(WS-TRIMMED-METHOD) DELIMITED SIZE
            INTO WS-ESCAPE-SOURCE
        END-STRING
    END-IF
    PERFORM ESCAPE-JSON-STRING
    STRING
        '{"isError":true,"content":[{"type":"text","text":"'
        DELIMITED SIZE
        FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SIZE
        '"}]}' DELIMITED SIZE
        INTO WS-RESULT-CONTENT
    END-STRING
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> WRITE-AUDIT-RECORD
*> Appends one durable record per tools/call invocation to the
*> audit log: a timestamp, the request id, the tool
*> name, the raw argument values captured during parsing, and
*> whether the call came back as an error result. Every record
*> carries the session client (client= clientver=, *NONE* when
*> the client gave no clientInfo at initialize). A priced
*> conversion also carries the rate generation of each leg
*> (fromrate= fromeff= torate= toeff=, PAR for the USD leg).
*> compute_interest's own arguments follow the common ones
*> (principal= rate= start_date= end_date= basis= roll=).
*> ============================================================
WRITE-AUDIT-RECORD.
    IF AUDIT-FILE-NOT-OPEN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP

    *> An account number is often keyed in blocks of four, so
    *> its blanks are written as "_" to keep it one field.
    MOVE SPACES TO WS-AUDIT-ACCOUNT
    IF WS-PARAM-ARG-ACCOUNT NOT = SPACES
        MOVE FUNCTION TRIM(WS-PARAM-ARG-ACCOUNT) TO WS-AUDIT-ACCOUNT
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-ARG-ACCOUNT))
            TO WS-AUDIT-ACCOUNT-LEN
        INSPECT WS-AUDIT-ACCOUNT(1:WS-AUDIT-ACCOUNT-LEN)
            REPLACING ALL SPACE BY "_"
    END-IF

    MOVE SPACES TO WS-AUDIT-ARGUMENTS
    STRING
        'a=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-DAYS) DELIMITED SPACES
        ' value=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-VALUE) DELIMITED SPACES
        ' account=' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-ACCOUNT) DELIMITED SPACES
        ' country=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-COUNTRY) DELIMITED SPACES
        ' principal=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-PRINCIPAL) DELIMITED SPACES
        ' rate=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-RATE) DELIMITED SPACES
        ' start_date=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-START-DATE) DELIMITED SPACES
        ' end_date=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-END-DATE) DELIMITED SPACES
        ' basis=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-BASIS) DELIMITED SPACES
        ' roll=' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-ROLL) DELIMITED SPACES
        INTO WS-AUDIT-ARGUMENTS
    END-STRING

        MOVE "OK" TO WS-AUDIT-RESULT-FLAG
    END-IF

    *> The log is parsed on spaces, so a client name with
    *> embedded blanks is written with underscores instead.
    IF WS-CLIENT-NAME = SPACES
        MOVE "*NONE*" TO WS-AUDIT-CLIENT-NAME
    ELSE
        MOVE FUNCTION TRIM(WS-CLIENT-NAME) TO WS-AUDIT-CLIENT-NAME
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLIENT-NAME))
            TO WS-AUDIT-CLIENT-LEN
        INSPECT WS-AUDIT-CLIENT-NAME(1:WS-AUDIT-CLIENT-LEN)
            REPLACING ALL SPACE BY "_"
    END-IF
    IF WS-CLIENT-VERSION = SPACES
        MOVE "*NONE*" TO WS-AUDIT-CLIENT-VERSION
    ELSE
        MOVE FUNCTION TRIM(WS-CLIENT-VERSION)
            TO WS-AUDIT-CLIENT-VERSION
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLIENT-VERSION))
            TO WS-AUDIT-CLIENT-LEN
        INSPECT WS-AUDIT-CLIENT-VERSION(1:WS-AUDIT-CLIENT-LEN)
            REPLACING ALL SPACE BY "_"
    END-IF

    MOVE SPACES TO AUDIT-RECORD
    STRING
        FUNCTION TRIM(WS-AUDIT-TIMESTAMP) DELIMITED SPACES
        FUNCTION TRIM(WS-TRIMMED-METHOD) DELIMITED SPACES
        ' result=' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-RESULT-FLAG) DELIMITED SPACES
        ' client=' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-CLIENT-NAME) DELIMITED SPACES
        ' clientver=' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-CLIENT-VERSION) DELIMITED SPACES
        WS-AUDIT-RATE-GEN DELIMITED '  '
        ' args=[' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-ARGUMENTS) DELIMITED SIZE
        ']' DELIMITED SIZE
    MOVE WS-CONVERT-TO-CCY TO WS-CURFMT-TARGET-CCY
    PERFORM BUILD-CURRENCY-RESULT-TEXT
    PERFORM BUILD-CONVERT-RESULT-TEXT
    PERFORM CAPTURE-CONVERT-RATE-GEN
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> CAPTURE-CONVERT-RATE-GEN
*> Note the rate and effective date each leg of a priced
*> conversion actually used, for WRITE-AUDIT-RECORD. The USD
*> leg has no generation on file and is recorded as PAR.
*> ============================================================
CAPTURE-CONVERT-RATE-GEN.
    MOVE WS-CONVERT-FROM-RATE TO WS-AUDIT-RATE-EDITED
    MOVE WS-CONVERT-TO-RATE TO WS-AUDIT-RATE-EDITED-TO
    MOVE WS-CONVERT-FROM-EFF TO WS-AUDIT-EFF
    IF WS-AUDIT-EFF = SPACES
        MOVE "PAR" TO WS-AUDIT-EFF
    END-IF
    MOVE WS-CONVERT-TO-EFF TO WS-AUDIT-EFF-TO
    IF WS-AUDIT-EFF-TO = SPACES
        MOVE "PAR" TO WS-AUDIT-EFF-TO
    END-IF
    MOVE SPACES TO WS-AUDIT-RATE-GEN
    STRING
        ' fromrate=' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-RATE-EDITED) DELIMITED SPACES
        ' fromeff=' DELIMITED SIZE
        WS-AUDIT-EFF DELIMITED SPACES
        ' torate=' DELIMITED SIZE
        FUNCTION TRIM(WS-AUDIT-RATE-EDITED-TO) DELIMITED SPACES
        ' toeff=' DELIMITED SIZE
        WS-AUDIT-EFF-TO DELIMITED SPACES
        INTO WS-AUDIT-RATE-GEN
    END-STRING
    .

*> ============================================================
*> BUILD-CONVERT-RESULT-TEXT
*> Assemble convert_currency's result text. The USD leg of a
    .

*> ============================================================
*> HANDLE-TOOL-VALIDATE-ACCOUNT
*> Validate a beneficiary account number against the country
*> formats in the CTRYCTL table. The account is taken with its
*> blanks removed and upper-cased. Unless the caller says
*> otherwise, an account that opens with two letters and two
*> digits is checked as an IBAN, anything else as a national
*> number (for which the country must be given, and hyphens
*> are ignored as well). A failure is an error result naming
*> the check that failed:
*>   IBAN:     CHARACTERS, COUNTRY, LENGTH, FORMAT, CHECK_DIGITS
*>   national: COUNTRY, CHARACTERS, FORMAT
*> ============================================================
HANDLE-TOOL-VALIDATE-ACCOUNT.
    PERFORM EXTRACT-ACCOUNT-ARGUMENTS

    IF WS-PARAM-ARG-ACCOUNT = SPACES
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Invalid input: account is required"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM-ARG-COUNTRY))
        TO WS-ACCT-ARG-COUNTRY
    IF WS-ACCT-ARG-COUNTRY NOT = SPACES
       AND (WS-ACCT-ARG-COUNTRY(3:14) NOT = SPACES
            OR WS-ACCT-ARG-COUNTRY(1:2) IS NOT ALPHABETIC-UPPER
            OR WS-ACCT-ARG-COUNTRY(1:1) = SPACE
            OR WS-ACCT-ARG-COUNTRY(2:1) = SPACE)
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Invalid input: country must be a '
            'two-letter ISO country code"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    SET KEEP-ACCOUNT-HYPHENS TO TRUE
    PERFORM NORMALIZE-ACCOUNT-TEXT
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM-ARG-FORMAT))
        WHEN "IBAN"
            SET ACCOUNT-IS-IBAN TO TRUE
        WHEN "NATIONAL"
            SET ACCOUNT-IS-NATIONAL TO TRUE
        WHEN SPACES
            IF WS-ACCT-TEXT(1:2) IS ALPHABETIC-UPPER
               AND WS-ACCT-TEXT(1:1) NOT = SPACE
               AND WS-ACCT-TEXT(2:1) NOT = SPACE
               AND WS-ACCT-TEXT(3:2) IS NUMERIC
                SET ACCOUNT-IS-IBAN TO TRUE
            ELSE
                SET ACCOUNT-IS-NATIONAL TO TRUE
            END-IF
        WHEN OTHER
            MOVE SPACES TO WS-RESULT-CONTENT
            STRING
                '{"isError":true,"content":[{"type":"text"'
                ',"text":"Invalid input: format must be iban '
                'or national"}]}'
                DELIMITED SIZE
                INTO WS-RESULT-CONTENT
            END-STRING
            PERFORM BUILD-SUCCESS-RESPONSE
            EXIT PARAGRAPH
    END-EVALUATE

    SET ACCOUNT-CHECK-PASSED TO TRUE
    MOVE SPACES TO WS-ACCT-FAILED-CHECK
    MOVE SPACES TO WS-ACCT-ERROR-MSG
    IF ACCOUNT-IS-IBAN
        PERFORM CHECK-IBAN-ACCOUNT
    ELSE
        SET STRIP-ACCOUNT-HYPHENS TO TRUE
        PERFORM NORMALIZE-ACCOUNT-TEXT
        PERFORM CHECK-NATIONAL-ACCOUNT
    END-IF
    IF ACCOUNT-CHECK-FAILED
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Check failed: ' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-FAILED-CHECK) DELIMITED SIZE
            ' -- ' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-ERROR-MSG) DELIMITED SIZE
            '"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ACCT-LEN TO WS-ACCT-LEN-EDITED
    MOVE SPACES TO WS-RESULT-CONTENT
    IF ACCOUNT-IS-IBAN
        STRING
            '{"content":[{"type":"text","text":"'
            DELIMITED SIZE
            WS-ACCT-TEXT(1:WS-ACCT-LEN) DELIMITED SIZE
            ' is a valid ' DELIMITED SIZE
            WS-ACCT-COUNTRY DELIMITED SIZE
            ' IBAN (' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-LEN-EDITED) DELIMITED SIZE
            ' characters, check digits ' DELIMITED SIZE
            WS-ACCT-TEXT(3:2) DELIMITED SIZE
            ')"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
    ELSE
        MOVE WS-CTRY-TAB-DESC(WS-ACCT-MATCH-IDX) TO WS-ESCAPE-SOURCE
        PERFORM ESCAPE-JSON-STRING
        STRING
            '{"content":[{"type":"text","text":"'
            DELIMITED SIZE
            WS-ACCT-TEXT(1:WS-ACCT-LEN) DELIMITED SIZE
            ' is a valid ' DELIMITED SIZE
            WS-ACCT-COUNTRY DELIMITED SIZE
            ' national account number (' DELIMITED SIZE
            FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SIZE
            ')"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
    END-IF
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> EXTRACT-ACCOUNT-ARGUMENTS
*> Pull validate_account's arguments out of params.arguments.
*> ============================================================
EXTRACT-ACCOUNT-ARGUMENTS.
    MOVE SPACES TO WS-PARAM-ARG-ACCOUNT
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"account"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-ACCOUNT
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-COUNTRY
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"country"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-COUNTRY
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-FORMAT
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"format"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-FORMAT
    END-IF
    .

*> ============================================================
*> NORMALIZE-ACCOUNT-TEXT
*> Copy the account argument into WS-ACCT-TEXT without its
*> blanks (and its hyphens too when STRIP-ACCOUNT-HYPHENS is
*> set), upper-cased, with its length in WS-ACCT-LEN.
*> ============================================================
NORMALIZE-ACCOUNT-TEXT.
    MOVE SPACES TO WS-ACCT-TEXT
    MOVE 0 TO WS-ACCT-OUT-IDX
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
        UNTIL WS-ACCT-IDX > 64
        MOVE WS-PARAM-ARG-ACCOUNT(WS-ACCT-IDX:1) TO WS-ACCT-CHAR
        IF WS-ACCT-CHAR NOT = SPACE
           AND NOT (STRIP-ACCOUNT-HYPHENS AND WS-ACCT-CHAR = "-")
            ADD 1 TO WS-ACCT-OUT-IDX
            MOVE WS-ACCT-CHAR TO WS-ACCT-TEXT(WS-ACCT-OUT-IDX:1)
        END-IF
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(WS-ACCT-TEXT) TO WS-ACCT-TEXT
    MOVE WS-ACCT-OUT-IDX TO WS-ACCT-LEN
    .

*> ============================================================
*> CHECK-ACCOUNT-CHARACTERS
*> Fail the CHARACTERS check unless every character of the
*> normalized account is a letter or a digit.
*> ============================================================
CHECK-ACCOUNT-CHARACTERS.
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
        UNTIL WS-ACCT-IDX > WS-ACCT-LEN
        OR ACCOUNT-CHECK-FAILED
        MOVE WS-ACCT-TEXT(WS-ACCT-IDX:1) TO WS-ACCT-CHAR
        IF WS-ACCT-CHAR IS NOT NUMERIC
           AND WS-ACCT-CHAR IS NOT ALPHABETIC-UPPER
            SET ACCOUNT-CHECK-FAILED TO TRUE
            MOVE "CHARACTERS" TO WS-ACCT-FAILED-CHECK
            IF ACCOUNT-IS-IBAN
                MOVE "an IBAN may contain only letters and digits"
                    TO WS-ACCT-ERROR-MSG
            ELSE
                MOVE "an account number may contain only letters"
                    & " and digits (blanks and hyphens are ignored)"
                    TO WS-ACCT-ERROR-MSG
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> CHECK-IBAN-ACCOUNT
*> The IBAN checks in order: its characters, the country code
*> (on file, and agreeing with any country given), the
*> country's length, the BBAN structure when one is on file,
*> and the check digits -- 02 to 98, with the rearranged IBAN
*> leaving a remainder of 1 when divided by 97.
*> ============================================================
CHECK-IBAN-ACCOUNT.
    IF WS-ACCT-LEN < 5 OR WS-ACCT-LEN > 34
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "CHARACTERS" TO WS-ACCT-FAILED-CHECK
        MOVE WS-ACCT-LEN TO WS-ACCT-LEN-EDITED
        STRING
            'an IBAN is 5 to 34 characters, got '
            DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-LEN-EDITED) DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-ACCOUNT-CHARACTERS
    IF ACCOUNT-CHECK-FAILED
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ACCT-TEXT(1:2) TO WS-ACCT-COUNTRY
    IF WS-ACCT-COUNTRY IS NOT ALPHABETIC-UPPER
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "COUNTRY" TO WS-ACCT-FAILED-CHECK
        MOVE "an IBAN must start with a two-letter country code"
            TO WS-ACCT-ERROR-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ACCT-IBAN-IDX
    PERFORM VARYING WS-CTRY-TAB-IDX FROM 1 BY 1
        UNTIL WS-CTRY-TAB-IDX > WS-CTRY-TAB-MAX
        OR WS-ACCT-IBAN-IDX > 0
        IF WS-CTRY-TAB-COUNTRY(WS-CTRY-TAB-IDX) = WS-ACCT-COUNTRY
           AND WS-CTRY-TAB-TYPE(WS-CTRY-TAB-IDX) = "I"
            MOVE WS-CTRY-TAB-IDX TO WS-ACCT-IBAN-IDX
        END-IF
    END-PERFORM
    IF WS-ACCT-IBAN-IDX = 0
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "COUNTRY" TO WS-ACCT-FAILED-CHECK
        STRING
            'no IBAN format on file for country '
            DELIMITED SIZE
            WS-ACCT-COUNTRY DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF WS-ACCT-ARG-COUNTRY NOT = SPACES
       AND WS-ACCT-ARG-COUNTRY(1:2) NOT = WS-ACCT-COUNTRY
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "COUNTRY" TO WS-ACCT-FAILED-CHECK
        STRING
            'IBAN country ' DELIMITED SIZE
            WS-ACCT-COUNTRY DELIMITED SIZE
            ' does not match country ' DELIMITED SIZE
            WS-ACCT-ARG-COUNTRY(1:2) DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
        EXIT PARAGRAPH
    END-IF

    IF WS-ACCT-LEN NOT = WS-CTRY-TAB-LENGTH(WS-ACCT-IBAN-IDX)
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "LENGTH" TO WS-ACCT-FAILED-CHECK
        MOVE WS-CTRY-TAB-LENGTH(WS-ACCT-IBAN-IDX)
            TO WS-ACCT-EXPECT-EDITED
        MOVE WS-ACCT-LEN TO WS-ACCT-LEN-EDITED
        STRING
            WS-ACCT-COUNTRY DELIMITED SIZE
            ' IBAN must be ' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-EXPECT-EDITED) DELIMITED SIZE
            ' characters, got ' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-LEN-EDITED) DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
        EXIT PARAGRAPH
    END-IF

    IF WS-CTRY-TAB-MASK-LEN(WS-ACCT-IBAN-IDX) > 0
        MOVE WS-CTRY-TAB-MASK(WS-ACCT-IBAN-IDX) TO WS-ACCT-TEST-MASK
        MOVE 4 TO WS-ACCT-TEST-OFFSET
        PERFORM MATCH-ACCOUNT-TO-MASK
        IF ACCOUNT-MISFITS-MASK
            SET ACCOUNT-CHECK-FAILED TO TRUE
            MOVE "FORMAT" TO WS-ACCT-FAILED-CHECK
            STRING
                WS-ACCT-COUNTRY DELIMITED SIZE
                ' IBAN does not follow the BBAN structure '
                DELIMITED SIZE
                FUNCTION TRIM(WS-ACCT-TEST-MASK) DELIMITED SIZE
                ' (9 digit, A letter, X either)' DELIMITED SIZE
                INTO WS-ACCT-ERROR-MSG
            END-STRING
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-ACCT-TEXT(3:2) IS NOT NUMERIC
       OR WS-ACCT-TEXT(3:2) = "00"
       OR WS-ACCT-TEXT(3:2) = "01"
       OR WS-ACCT-TEXT(3:2) = "99"
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "CHECK_DIGITS" TO WS-ACCT-FAILED-CHECK
        MOVE "check digits must be two digits from 02 to 98"
            TO WS-ACCT-ERROR-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPUTE-IBAN-REMAINDER
    IF WS-ACCT-REMAINDER NOT = 1
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "CHECK_DIGITS" TO WS-ACCT-FAILED-CHECK
        MOVE WS-ACCT-REMAINDER TO WS-ACCT-LEN-EDITED
        STRING
            'check digits ' DELIMITED SIZE
            WS-ACCT-TEXT(3:2) DELIMITED SIZE
            ' do not agree with the account (mod-97 '
            'remainder ' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-LEN-EDITED) DELIMITED SIZE
            ', must be 1)' DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
        EXIT PARAGRAPH
    END-IF
    .

*> ============================================================
*> COMPUTE-IBAN-REMAINDER
*> Move the country code and check digits to the end, then
*> carry the remainder modulo 97 along the string a character
*> at a time: a digit shifts it one decimal place, a letter
*> (A = 10 ... Z = 35) two. Done this way the number never
*> grows past four digits, however long the IBAN.
*> ============================================================
COMPUTE-IBAN-REMAINDER.
    MOVE SPACES TO WS-ACCT-REARRANGED
    MOVE WS-ACCT-TEXT(5:WS-ACCT-LEN - 4)
        TO WS-ACCT-REARRANGED(1:WS-ACCT-LEN - 4)
    MOVE WS-ACCT-TEXT(1:4)
        TO WS-ACCT-REARRANGED(WS-ACCT-LEN - 3:4)
    MOVE 0 TO WS-ACCT-REMAINDER
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
        UNTIL WS-ACCT-IDX > WS-ACCT-LEN
        MOVE WS-ACCT-REARRANGED(WS-ACCT-IDX:1) TO WS-ACCT-CHAR
        IF WS-ACCT-CHAR IS NUMERIC
            MOVE WS-ACCT-CHAR TO WS-ACCT-DIGIT
            COMPUTE WS-ACCT-REMAINDER =
                FUNCTION MOD(WS-ACCT-REMAINDER * 10
                             + WS-ACCT-DIGIT, 97)
        ELSE
            MOVE 0 TO WS-ACCT-CHAR-VALUE
            INSPECT WS-ACCT-LETTERS TALLYING WS-ACCT-CHAR-VALUE
                FOR CHARACTERS BEFORE INITIAL WS-ACCT-CHAR
            ADD 10 TO WS-ACCT-CHAR-VALUE
            COMPUTE WS-ACCT-REMAINDER =
                FUNCTION MOD(WS-ACCT-REMAINDER * 100
                             + WS-ACCT-CHAR-VALUE, 97)
        END-IF
    END-PERFORM
    .

*> ============================================================
*> CHECK-NATIONAL-ACCOUNT
*> The national checks in order: a country given that has
*> national formats on file, the account's characters, and a
*> match against one of the country's formats -- at least the
*> format's minimum length, no longer than its mask, and each
*> character fitting its mask position.
*> ============================================================
CHECK-NATIONAL-ACCOUNT.
    IF WS-ACCT-ARG-COUNTRY = SPACES
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "COUNTRY" TO WS-ACCT-FAILED-CHECK
        MOVE "a country is needed to check a national account"
            & " number"
            TO WS-ACCT-ERROR-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ACCT-ARG-COUNTRY(1:2) TO WS-ACCT-COUNTRY
    MOVE 0 TO WS-ACCT-NATIONAL-COUNT
    PERFORM VARYING WS-CTRY-TAB-IDX FROM 1 BY 1
        UNTIL WS-CTRY-TAB-IDX > WS-CTRY-TAB-MAX
        IF WS-CTRY-TAB-COUNTRY(WS-CTRY-TAB-IDX) = WS-ACCT-COUNTRY
           AND WS-CTRY-TAB-TYPE(WS-CTRY-TAB-IDX) = "N"
            ADD 1 TO WS-ACCT-NATIONAL-COUNT
        END-IF
    END-PERFORM
    IF WS-ACCT-NATIONAL-COUNT = 0
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "COUNTRY" TO WS-ACCT-FAILED-CHECK
        STRING
            'no national account format on file for country '
            DELIMITED SIZE
            WS-ACCT-COUNTRY DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
        EXIT PARAGRAPH
    END-IF

    IF WS-ACCT-LEN = 0 OR WS-ACCT-LEN > 34
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "CHARACTERS" TO WS-ACCT-FAILED-CHECK
        MOVE "an account number is 1 to 34 letters and digits"
            TO WS-ACCT-ERROR-MSG
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-ACCOUNT-CHARACTERS
    IF ACCOUNT-CHECK-FAILED
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ACCT-MATCH-IDX
    MOVE 0 TO WS-ACCT-TEST-OFFSET
    PERFORM VARYING WS-CTRY-TAB-IDX FROM 1 BY 1
        UNTIL WS-CTRY-TAB-IDX > WS-CTRY-TAB-MAX
        OR WS-ACCT-MATCH-IDX > 0
        IF WS-CTRY-TAB-COUNTRY(WS-CTRY-TAB-IDX) = WS-ACCT-COUNTRY
           AND WS-CTRY-TAB-TYPE(WS-CTRY-TAB-IDX) = "N"
           AND WS-ACCT-LEN >= WS-CTRY-TAB-LENGTH(WS-CTRY-TAB-IDX)
           AND WS-ACCT-LEN <= WS-CTRY-TAB-MASK-LEN(WS-CTRY-TAB-IDX)
            MOVE WS-CTRY-TAB-MASK(WS-CTRY-TAB-IDX)
                TO WS-ACCT-TEST-MASK
            PERFORM MATCH-ACCOUNT-TO-MASK
            IF ACCOUNT-FITS-MASK
                MOVE WS-CTRY-TAB-IDX TO WS-ACCT-MATCH-IDX
            END-IF
        END-IF
    END-PERFORM
    IF WS-ACCT-MATCH-IDX = 0
        SET ACCOUNT-CHECK-FAILED TO TRUE
        MOVE "FORMAT" TO WS-ACCT-FAILED-CHECK
        MOVE WS-ACCT-LEN TO WS-ACCT-LEN-EDITED
        STRING
            'the ' DELIMITED SIZE
            FUNCTION TRIM(WS-ACCT-LEN-EDITED) DELIMITED SIZE
            '-character account number matches none of the '
            DELIMITED SIZE
            WS-ACCT-COUNTRY DELIMITED SIZE
            ' national formats on file' DELIMITED SIZE
            INTO WS-ACCT-ERROR-MSG
        END-STRING
    END-IF
    .

*> ============================================================
*> MATCH-ACCOUNT-TO-MASK
*> Test the normalized account, from the character after
*> WS-ACCT-TEST-OFFSET to its end, against WS-ACCT-TEST-MASK
*> position by position: 9 takes a digit, A a letter, X
*> either. The caller has already matched the lengths.
*> ============================================================
MATCH-ACCOUNT-TO-MASK.
    SET ACCOUNT-FITS-MASK TO TRUE
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
        UNTIL WS-ACCT-IDX > WS-ACCT-LEN - WS-ACCT-TEST-OFFSET
        OR ACCOUNT-MISFITS-MASK
        MOVE WS-ACCT-TEXT(WS-ACCT-IDX + WS-ACCT-TEST-OFFSET:1)
            TO WS-ACCT-CHAR
        MOVE WS-ACCT-TEST-MASK(WS-ACCT-IDX:1) TO WS-ACCT-MASK-CHAR
        EVALUATE WS-ACCT-MASK-CHAR
            WHEN "9"
                IF WS-ACCT-CHAR IS NOT NUMERIC
                    SET ACCOUNT-MISFITS-MASK TO TRUE
                END-IF
            WHEN "A"
                IF WS-ACCT-CHAR IS NOT ALPHABETIC-UPPER
                    SET ACCOUNT-MISFITS-MASK TO TRUE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    .

*> ============================================================
*> HANDLE-TOOL-NOT-FOUND
*> Returns a tool result with isError set to true when
*> an unknown tool name is requested via tools/call.
*> This is a tool execution error, not a protocol error.
*> ============================================================
HANDLE-TOOL-NOT-FOUND.
    MOVE WS-TRIMMED-METHOD TO WS-ESCAPE-SOURCE
    PERFORM ESCAPE-JSON-STRING
    STRING
        '{"isError":true,"content":[{"type":"text","text":'
        DELIMITED SIZE
        '"Unknown tool: '
        DELIMITED SIZE
        FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SPACES
        '"}]}' DELIMITED SIZE
        INTO WS-RESULT-CONTENT
    END-STRING
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> HANDLE-TOOL-BUSINESS-DAYS-BETWEEN
*> Returns the number of calendar days and business days
*> (weekdays) between two YYYYMMDD dates, reusing
*> the same leap-year and days-in-month logic validate_date
*> relies on.
*> ============================================================
HANDLE-TOOL-BUSINESS-DAYS-BETWEEN.
    MOVE FUNCTION TRIM(WS-PARAM-ARG-DATE1) TO WS-DATE-INPUT
    PERFORM VALIDATE-DATE-STRING
    IF DATE-IS-INVALID
        MOVE WS-DATE-ERROR-MSG TO WS-ESCAPE-SOURCE
        PERFORM ESCAPE-JSON-STRING
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"date1: ' DELIMITED SIZE
            FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SIZE
            '"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATE-INPUT TO WS-BD-DATE1
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-BD-ORDINAL-SCRATCH TO WS-BD-ORDINAL-1

    MOVE FUNCTION TRIM(WS-PARAM-ARG-DATE2) TO WS-DATE-INPUT
    PERFORM VALIDATE-DATE-STRING
    IF DATE-IS-INVALID
        MOVE WS-DATE-ERROR-MSG TO WS-ESCAPE-SOURCE
        PERFORM ESCAPE-JSON-STRING
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"date2: ' DELIMITED SIZE
            FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SIZE
            '"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATE-INPUT TO WS-BD-DATE2
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-BD-ORDINAL-SCRATCH TO WS-BD-ORDINAL-2

    IF WS-BD-ORDINAL-1 <= WS-BD-ORDINAL-2
        MOVE WS-BD-ORDINAL-1 TO WS-BD-LOW-ORDINAL
        MOVE WS-BD-ORDINAL-2 TO WS-BD-HIGH-ORDINAL
    ELSE
        MOVE WS-BD-ORDINAL-2 TO WS-BD-LOW-ORDINAL
        MOVE WS-BD-ORDINAL-1 TO WS-BD-HIGH-ORDINAL
    END-IF

    COMPUTE WS-BD-TOTAL-DAYS =
        WS-BD-HIGH-ORDINAL - WS-BD-LOW-ORDINAL

    *> Count weekdays strictly after the earlier date, up to
    *> and including the later date, skipping any weekday on
    *> the holiday calendar.
    MOVE 0 TO WS-BD-BUSINESS-DAYS
    MOVE 0 TO WS-BD-HOLIDAYS-SKIPPED
    COMPUTE WS-BD-WALK-ORDINAL = WS-BD-LOW-ORDINAL + 1
    PERFORM VARYING WS-BD-WALK-ORDINAL
        FROM WS-BD-WALK-ORDINAL BY 1
        UNTIL WS-BD-WALK-ORDINAL > WS-BD-HIGH-ORDINAL
        COMPUTE WS-BD-WEEKDAY-IDX =
            FUNCTION MOD(WS-BD-WALK-ORDINAL - 1, 7)
        IF WS-BD-WEEKDAY-IDX < 5
            PERFORM CHECK-WALK-DAY-HOLIDAY
            IF WALK-DAY-IS-HOLIDAY
                ADD 1 TO WS-BD-HOLIDAYS-SKIPPED
            ELSE
                ADD 1 TO WS-BD-BUSINESS-DAYS
            END-IF
        END-IF
    END-PERFORM

    MOVE WS-BD-TOTAL-DAYS TO WS-BD-TOTAL-DAYS-EDITED
    MOVE WS-BD-BUSINESS-DAYS TO WS-BD-BUS-DAYS-EDITED
    MOVE WS-BD-HOLIDAYS-SKIPPED TO WS-BD-HOLIDAYS-EDITED

    MOVE SPACES TO WS-RESULT-CONTENT
    STRING
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> HANDLE-TOOL-COMPUTE-INTEREST
*> The compute_interest tool: simple interest on a principal
*> from a start date to an end date at an annual percentage
*> rate under a day-count basis, built on the same ordinal
*> date math as the business-day tools and rounded to the
*> currency's decimal places from the CURRFMT table. With roll
*> set, an end date on a weekend or holiday-calendar date
*> (in the currency's market, when one is given) moves
*> forward to the next business day before accruing.
*> ============================================================
HANDLE-TOOL-COMPUTE-INTEREST.
    PERFORM EXTRACT-INTEREST-ARGUMENTS
    SET INTEREST-CALL-OK TO TRUE

    *> The principal and rate, both plain numbers.
    MOVE FUNCTION TRIM(WS-PARAM-ARG-PRINCIPAL)
        TO WS-NUMERIC-CHECK-VALUE
    PERFORM VALIDATE-NUMERIC-VALUE
    IF NUMERIC-IS-VALID
        COMPUTE WS-INT-PRINCIPAL =
            FUNCTION NUMVAL(FUNCTION TRIM(WS-PARAM-ARG-PRINCIPAL))
            ON SIZE ERROR
                SET NUMERIC-IS-INVALID TO TRUE
        END-COMPUTE
    END-IF
    IF NUMERIC-IS-INVALID
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Invalid input: principal must be a '
            'number below one trillion"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-PARAM-ARG-RATE)
        TO WS-NUMERIC-CHECK-VALUE
    PERFORM VALIDATE-NUMERIC-VALUE
    IF NUMERIC-IS-VALID
        COMPUTE WS-INT-RATE =
            FUNCTION NUMVAL(FUNCTION TRIM(WS-PARAM-ARG-RATE))
            ON SIZE ERROR
                SET NUMERIC-IS-INVALID TO TRUE
        END-COMPUTE
    END-IF
    IF NUMERIC-IS-VALID
       AND (WS-INT-RATE > 100 OR WS-INT-RATE < -100)
        SET NUMERIC-IS-INVALID TO TRUE
    END-IF
    IF NUMERIC-IS-INVALID
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Invalid input: rate must be an annual '
            'percentage between -100 and 100"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    *> The accrual dates.
    MOVE FUNCTION TRIM(WS-PARAM-ARG-START-DATE) TO WS-DATE-INPUT
    PERFORM VALIDATE-DATE-STRING
    IF DATE-IS-INVALID
        MOVE WS-DATE-ERROR-MSG TO WS-ESCAPE-SOURCE
        PERFORM ESCAPE-JSON-STRING
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"start_date: ' DELIMITED SIZE
            FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SIZE
            '"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATE-INPUT TO WS-INT-START-DATE
    MOVE WS-DATE-YEAR TO WS-INT-START-YEAR
    MOVE WS-DATE-MONTH TO WS-INT-START-MONTH
    MOVE WS-DATE-DAY TO WS-INT-START-DAY
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-BD-ORDINAL-SCRATCH TO WS-INT-START-ORDINAL

    MOVE FUNCTION TRIM(WS-PARAM-ARG-END-DATE) TO WS-DATE-INPUT
    PERFORM VALIDATE-DATE-STRING
    IF DATE-IS-INVALID
        MOVE WS-DATE-ERROR-MSG TO WS-ESCAPE-SOURCE
        PERFORM ESCAPE-JSON-STRING
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"end_date: ' DELIMITED SIZE
            FUNCTION TRIM(WS-ESCAPE-RESULT) DELIMITED SIZE
            '"}]}' DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DATE-INPUT TO WS-INT-END-DATE
    MOVE WS-DATE-YEAR TO WS-INT-END-YEAR
    MOVE WS-DATE-MONTH TO WS-INT-END-MONTH
    MOVE WS-DATE-DAY TO WS-INT-END-DAY
    PERFORM CONVERT-DATE-TO-ORDINAL
    MOVE WS-BD-ORDINAL-SCRATCH TO WS-INT-END-ORDINAL

    *> The day-count basis, ACT/360 (the money-market
    *> convention) when none is given.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM-ARG-BASIS))
        TO WS-INT-BASIS
    IF WS-INT-BASIS = SPACES
        MOVE "ACT/360" TO WS-INT-BASIS
    END-IF
    IF WS-INT-BASIS NOT = "ACT/360"
       AND WS-INT-BASIS NOT = "ACT/365"
       AND WS-INT-BASIS NOT = "30/360"
       AND WS-INT-BASIS NOT = "ACT/ACT"
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Invalid input: basis must be ACT/360, '
            'ACT/365, 30/360 or ACT/ACT"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    *> The currency's decimal places, as allocate_amount takes
    *> them: two when the currency has no CURRFMT definition.
    MOVE FUNCTION UPPER-CASE(
        FUNCTION TRIM(WS-PARAM-ARG-CURRENCY))
        TO WS-CURFMT-TARGET-CCY
    MOVE WS-CURFMT-TARGET-CCY TO WS-INT-CCY-TEXT
    PERFORM FIND-CURRENCY-FORMAT
    IF CURFMT-FOUND
        MOVE WS-CURFMT-TAB-DECIMALS(WS-CURFMT-MATCH-IDX)
            TO WS-INT-DECIMALS
    ELSE
        MOVE 2 TO WS-INT-DECIMALS
    END-IF

    SET INTEREST-END-NOT-ROLLED TO TRUE
    IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PARAM-ARG-ROLL))
        = "true"
        PERFORM ROLL-INTEREST-END-DATE
        IF INTEREST-CALL-FAILED
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-INT-END-ORDINAL < WS-INT-START-ORDINAL
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Invalid input: end_date must not be '
            'before start_date"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    PERFORM COMPUTE-INTEREST-DAY-COUNT

    *> Interest = principal x rate/100 x year fraction. Take the
    *> exact principal x rate/100 first: the three-operand
    *> product over the denominator in a single COMPUTE exceeds
    *> the intermediate precision IBM arithmetic rules allow and
    *> raises SIZE ERROR on every call.
    COMPUTE WS-INT-YEAR-FRACTION ROUNDED =
        WS-INT-YF-NUMERATOR / WS-INT-YF-DENOMINATOR
    COMPUTE WS-INT-PRINCIPAL-RATE =
        WS-INT-PRINCIPAL * WS-INT-RATE / 100
    IF WS-INT-DECIMALS = 0
        COMPUTE WS-INT-INTEREST-WHOLE ROUNDED =
            WS-INT-PRINCIPAL-RATE * WS-INT-YF-NUMERATOR
            / WS-INT-YF-DENOMINATOR
            ON SIZE ERROR
                SET INTEREST-CALL-FAILED TO TRUE
        END-COMPUTE
        MOVE WS-INT-INTEREST-WHOLE TO WS-INT-EDIT-0DEC
        MOVE WS-INT-EDIT-0DEC TO WS-INT-INTEREST-TEXT
    ELSE
        COMPUTE WS-INT-INTEREST ROUNDED =
            WS-INT-PRINCIPAL-RATE * WS-INT-YF-NUMERATOR
            / WS-INT-YF-DENOMINATOR
            ON SIZE ERROR
                SET INTEREST-CALL-FAILED TO TRUE
        END-COMPUTE
        MOVE WS-INT-INTEREST TO WS-INT-EDIT-2DEC
        MOVE WS-INT-EDIT-2DEC TO WS-INT-INTEREST-TEXT
    END-IF
    IF INTEREST-CALL-FAILED
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Interest overflows the result '
            'picture -- result not reliable"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF

    PERFORM BUILD-INTEREST-RESULT-TEXT
    .

*> ============================================================
*> EXTRACT-INTEREST-ARGUMENTS
*> Pull compute_interest's own arguments out of
*> params.arguments; currency was taken with the common ones.
*> ============================================================
EXTRACT-INTEREST-ARGUMENTS.
    MOVE SPACES TO WS-PARAM-ARG-PRINCIPAL
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"principal"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-PRINCIPAL
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-RATE
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"rate"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-RATE
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-START-DATE
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"start_date"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-START-DATE
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-END-DATE
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"end_date"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-END-DATE
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-BASIS
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"basis"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-BASIS
    END-IF

    MOVE SPACES TO WS-PARAM-ARG-ROLL
    MOVE SPACES TO WS-EXTRACT-VALUE
    MOVE '"roll"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE-IN-ARGUMENTS
    IF KEY-FOUND
        MOVE WS-EXTRACT-VALUE TO WS-PARAM-ARG-ROLL
    END-IF
    .

*> ============================================================
*> ROLL-INTEREST-END-DATE
*> Following business day: step the end date forward past
*> weekends and holiday-calendar dates. With a currency the
*> holiday market filter is on for that market alone (plus
*> ALL-market dates), as compute_settlement_date uses it;
*> without one every calendar date counts, as for
*> compute_due_date.
*> ============================================================
ROLL-INTEREST-END-DATE.
    MOVE WS-INT-END-DATE TO WS-INT-UNROLLED-DATE
    IF WS-INT-CCY-TEXT NOT = SPACES
        MOVE WS-INT-CCY-TEXT TO WS-HOLIDAY-MKT-1
        MOVE WS-INT-CCY-TEXT TO WS-HOLIDAY-MKT-2
        SET HOLIDAY-FILTER-ON TO TRUE
    END-IF
    MOVE WS-INT-END-ORDINAL TO WS-BD-WALK-ORDINAL
    PERFORM CHECK-INTEREST-END-DAY
    PERFORM UNTIL WALK-DAY-NOT-HOLIDAY
        OR WS-BD-WALK-ORDINAL > 3652059
        ADD 1 TO WS-BD-WALK-ORDINAL
        SET INTEREST-END-ROLLED TO TRUE
        PERFORM CHECK-INTEREST-END-DAY
    END-PERFORM
    SET HOLIDAY-FILTER-OFF TO TRUE
    IF WS-BD-WALK-ORDINAL > 3652059
        SET INTEREST-CALL-FAILED TO TRUE
        MOVE SPACES TO WS-RESULT-CONTENT
        STRING
            '{"isError":true,"content":[{"type":"text"'
            ',"text":"Rolled end date falls outside the '
            'supported calendar range (year 0001 to 9999)"}]}'
            DELIMITED SIZE
            INTO WS-RESULT-CONTENT
        END-STRING
        PERFORM BUILD-SUCCESS-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF INTEREST-END-NOT-ROLLED
        EXIT PARAGRAPH
    END-IF

    MOVE WS-BD-WALK-ORDINAL TO WS-INT-END-ORDINAL
    MOVE WS-BD-WALK-ORDINAL TO WS-ORD-INPUT
    PERFORM CONVERT-ORDINAL-TO-DATE
    MOVE WS-DATE-YEAR TO WS-INT-RES-YEAR
    MOVE WS-DATE-MONTH TO WS-INT-RES-MONTH
    MOVE WS-DATE-DAY TO WS-INT-RES-DAY
    MOVE WS-INT-RESULT-DATE TO WS-INT-END-DATE
    MOVE WS-DATE-YEAR TO WS-INT-END-YEAR
    MOVE WS-DATE-MONTH TO WS-INT-END-MONTH
    MOVE WS-DATE-DAY TO WS-INT-END-DAY
    .

*> ============================================================
*> CHECK-INTEREST-END-DAY
*> A Saturday or Sunday is never a business day; a weekday is
*> checked against the holiday calendar.
*> ============================================================
CHECK-INTEREST-END-DAY.
    COMPUTE WS-BD-WEEKDAY-IDX =
        FUNCTION MOD(WS-BD-WALK-ORDINAL - 1, 7)
    IF WS-BD-WEEKDAY-IDX >= 5
        SET WALK-DAY-IS-HOLIDAY TO TRUE
    ELSE
        PERFORM CHECK-WALK-DAY-HOLIDAY
    END-IF
    .

*> ============================================================
*> COMPUTE-INTEREST-DAY-COUNT
*> The day count and the year fraction (as numerator over
*> denominator) for the basis:
*>   ACT/360  actual days / 360
*>   ACT/365  actual days / 365
*>   30/360   bond basis: a 31st start is the 30th, a 31st end
*>            is the 30th when the start is the 30th or 31st;
*>            360 x years + 30 x months + days, over 360
*>   ACT/ACT  ISDA: the days falling in each calendar year
*>            over that year's length (365 or 366), summed
*>            with a whole year for every year between
*> ============================================================
COMPUTE-INTEREST-DAY-COUNT.
    COMPUTE WS-INT-DAY-COUNT =
        WS-INT-END-ORDINAL - WS-INT-START-ORDINAL
    EVALUATE WS-INT-BASIS
        WHEN "ACT/360"
            MOVE WS-INT-DAY-COUNT TO WS-INT-YF-NUMERATOR
            MOVE 360 TO WS-INT-YF-DENOMINATOR
        WHEN "ACT/365"
            MOVE WS-INT-DAY-COUNT TO WS-INT-YF-NUMERATOR
            MOVE 365 TO WS-INT-YF-DENOMINATOR
        WHEN "30/360"
            MOVE WS-INT-START-DAY TO WS-INT-D1
            MOVE WS-INT-END-DAY TO WS-INT-D2
            IF WS-INT-D1 = 31
                MOVE 30 TO WS-INT-D1
            END-IF
            IF WS-INT-D2 = 31 AND WS-INT-D1 = 30
                MOVE 30 TO WS-INT-D2
            END-IF
            COMPUTE WS-INT-DAY-COUNT =
                360 * (WS-INT-END-YEAR - WS-INT-START-YEAR)
                + 30 * (WS-INT-END-MONTH - WS-INT-START-MONTH)
                + (WS-INT-D2 - WS-INT-D1)
            MOVE WS-INT-DAY-COUNT TO WS-INT-YF-NUMERATOR
            MOVE 360 TO WS-INT-YF-DENOMINATOR
        WHEN "ACT/ACT"
            MOVE WS-INT-START-YEAR TO WS-DATE-YEAR
            PERFORM CHECK-LEAP-YEAR
            IF IS-LEAP-YEAR
                MOVE 366 TO WS-INT-START-YEAR-DAYS
            ELSE
                MOVE 365 TO WS-INT-START-YEAR-DAYS
            END-IF
            IF WS-INT-END-YEAR = WS-INT-START-YEAR
                MOVE WS-INT-DAY-COUNT TO WS-INT-YF-NUMERATOR
                MOVE WS-INT-START-YEAR-DAYS
                    TO WS-INT-YF-DENOMINATOR
            ELSE
                MOVE WS-INT-END-YEAR TO WS-DATE-YEAR
                PERFORM CHECK-LEAP-YEAR
                IF IS-LEAP-YEAR
                    MOVE 366 TO WS-INT-END-YEAR-DAYS
                ELSE
                    MOVE 365 TO WS-INT-END-YEAR-DAYS
                END-IF
                COMPUTE WS-ORD-WORK-YEAR = WS-INT-START-YEAR + 1
                PERFORM COMPUTE-JAN1-ORDINAL
                MOVE WS-ORD-JAN1-ORDINAL TO WS-INT-NEXT-JAN1-ORDINAL
                MOVE WS-INT-END-YEAR TO WS-ORD-WORK-YEAR
                PERFORM COMPUTE-JAN1-ORDINAL
                COMPUTE WS-INT-YF-NUMERATOR =
                    (WS-INT-NEXT-JAN1-ORDINAL - WS-INT-START-ORDINAL)
                        * WS-INT-END-YEAR-DAYS
                    + (WS-INT-END-YEAR - WS-INT-START-YEAR - 1)
                        * WS-INT-START-YEAR-DAYS
                        * WS-INT-END-YEAR-DAYS
                    + (WS-INT-END-ORDINAL - WS-ORD-JAN1-ORDINAL)
                        * WS-INT-START-YEAR-DAYS
                COMPUTE WS-INT-YF-DENOMINATOR =
                    WS-INT-START-YEAR-DAYS * WS-INT-END-YEAR-DAYS
            END-IF
    END-EVALUATE
    .

*> ============================================================
*> BUILD-INTEREST-RESULT-TEXT
*> ============================================================
BUILD-INTEREST-RESULT-TEXT.
    MOVE WS-INT-DAY-COUNT TO WS-INT-DAYS-EDITED
    MOVE WS-INT-YEAR-FRACTION TO WS-INT-YF-EDITED
    MOVE SPACES TO WS-INT-PRINCIPAL-TEXT
    MOVE FUNCTION TRIM(WS-PARAM-ARG-PRINCIPAL)
        TO WS-INT-PRINCIPAL-TEXT
    IF WS-INT-CCY-TEXT NOT = SPACES
        STRING
            FUNCTION TRIM(WS-INT-PRINCIPAL-TEXT) DELIMITED SIZE
            ' ' DELIMITED SIZE
            FUNCTION TRIM(WS-INT-CCY-TEXT) DELIMITED SIZE
            INTO WS-INT-PRINCIPAL-TEXT
        END-STRING
        MOVE SPACES TO WS-TOOL-RESULT-TEXT
        STRING
            FUNCTION TRIM(WS-INT-INTEREST-TEXT) DELIMITED SIZE
            ' ' DELIMITED SIZE
            FUNCTION TRIM(WS-INT-CCY-TEXT) DELIMITED SIZE
            INTO WS-TOOL-RESULT-TEXT
        END-STRING
        MOVE WS-TOOL-RESULT-TEXT TO WS-INT-INTEREST-TEXT
    END-IF

    MOVE SPACES TO WS-TOOL-RESULT-TEXT
    IF INTEREST-END-ROLLED
        STRING
            ' (end date ' DELIMITED SIZE
            WS-INT-UNROLLED-DATE DELIMITED SIZE
            ' rolled to the next business day)' DELIMITED SIZE
            INTO WS-TOOL-RESULT-TEXT
        END-STRING
    END-IF

    MOVE SPACES TO WS-RESULT-CONTENT
    STRING
        '{"content":[{"type":"text","text":"'
        DELIMITED SIZE
        'Interest on ' DELIMITED SIZE
        FUNCTION TRIM(WS-INT-PRINCIPAL-TEXT) DELIMITED SIZE
        ' at ' DELIMITED SIZE
        FUNCTION TRIM(WS-PARAM-ARG-RATE) DELIMITED SPACES
        '% ' DELIMITED SIZE
        FUNCTION TRIM(WS-INT-BASIS) DELIMITED SIZE
        ' from ' DELIMITED SIZE
        WS-INT-START-DATE DELIMITED SIZE
        ' to ' DELIMITED SIZE
        WS-INT-END-DATE DELIMITED SIZE
        ': ' DELIMITED SIZE
        FUNCTION TRIM(WS-INT-DAYS-EDITED) DELIMITED SIZE
        ' day(s), year fraction ' DELIMITED SIZE
        FUNCTION TRIM(WS-INT-YF-EDITED) DELIMITED SIZE
        ', interest ' DELIMITED SIZE
        FUNCTION TRIM(WS-INT-INTEREST-TEXT) DELIMITED SIZE
        FUNCTION TRIM(WS-TOOL-RESULT-TEXT TRAILING)
            DELIMITED SIZE
        '"}]}' DELIMITED SIZE
        INTO WS-RESULT-CONTENT
    END-STRING
    PERFORM BUILD-SUCCESS-RESPONSE
    .

*> ============================================================
*> CONVERT-ORDINAL-TO-DATE
*> The inverse of CONVERT-DATE-TO-ORDINAL: turn the ordinal day
