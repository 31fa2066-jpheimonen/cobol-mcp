>>SOURCE FORMAT FREE
*> ============================================================
*> GENERAL-LEDGER JOURNAL EXTRACT
*> ============================================================
*> Run after BATCH-RECON, this job turns the batch run's
*> successful convert_currency and allocate_amount calls into
*> a general-ledger journal, so accounting no longer re-keys
*> them from RESPOUT by hand:
*>
*>   - every RESPOUT record answered OK is matched to its
*>     INPUTREQ line by absolute input line number (the
*>     numbering the server's batch driver and BATCH-RECON
*>     use), and the request's arguments are read from there
*>   - a conversion is posted as one entry of two lines: a
*>     debit in the target currency for the converted figure
*>     and a credit in the source currency for the amount
*>     given, each carrying both amounts and currencies and
*>     the rate and effective date of each leg exactly as the
*>     response quoted them (the USD leg of a cross is quoted
*>     at par and carried as rate 1, effective PAR). Before it
*>     is posted the converted figure is worked again from the
*>     quoted rates and must agree with the response
*>   - an allocation is posted as one entry with a debit line
*>     per part and a credit line for the total, all in the
*>     allocation's currency (USD when none was given)
*>   - a negative amount reverses the sides; journal amounts
*>     are always unsigned
*>
*> Every line carries its own USD equivalent, worked from the
*> line's own amount: for a conversion the source line is the
*> amount at the quoted source rate and the target line the
*> converted figure at the quoted target rate; for an
*> allocation each part, and the total, is worked at the rate
*> on file (RATEMST, or RATECTL when the master is not there)
*> effective on the run date. An entry's USD debits and
*> credits can therefore differ by rounding. Each entry's
*> difference is listed on GLJRPT and must be within its
*> rounding tolerance:
*>
*>   - a conversion: 0.01 USD, plus half a unit of the last
*>     place the converted figure was printed to (0.005, or
*>     0.5 for a whole-unit currency) at the target rate
*>   - an allocation: 0.005 USD for every line of the entry,
*>     and never less than 0.01 USD
*>
*> The journal lines are built in storage first; the file is
*> written only when no entry is beyond its tolerance. The
*> journal's total USD debits and credits then differ by no
*> more than the entry differences listed.
*>
*> The journal is only released for a run BATCH-RECON found in
*> balance: unless the last line of RECONRPT is its IN BALANCE
*> verdict, GLJRNL is left empty and the step ends with 8. The
*> report must also be for this run: its run date and origin
*> must be the ones on this INPUTREQ's HDR (blank on both when
*> the file has none), and its request line and response
*> record counts must be the ones read here; a report for any
*> other run refuses the release. GLJRNL is emptied at the
*> start of every run, so a journal from an earlier run can
*> never be picked up by mistake.
*>
*> Calls the journal cannot post are listed as exceptions for
*> posting by hand and the rest of the journal still goes:
*> a JSON-RPC batch array line holding a conversion or an
*> allocation (id *BATCH* -- its elements share one response
*> record), a response that cannot be read or does not match
*> its request, and an allocation with no rate on file.
*> Calls answered ERROR or PARSE post nothing. DUP calls were
*> journalled by the run that first answered them; the DUP
*> conversions and allocations are listed on GLJRPT with that
*> run's date, so the earlier journal can be found.
*>
*> Input : INPUTREQ -- the framed request file the run was
*>         driven by (HDR run date and origin are carried
*>         into the journal; today's date without a header).
*>         RESPOUT  -- the run's response records.
*>         RECONRPT -- BATCH-RECON's report for the run.
*>         RATEMST / RATECTL -- rates for allocation USD
*>         equivalents.
*> Output: GLJRNL -- the journal: an H record (run date,
*>         origin, when extracted), a D record per journal
*>         line, a T record (entry and line counts, USD debit
*>         and credit totals).
*>         GLJRPT -- journal control report: exceptions,
*>         duplicates, totals by currency, the USD-equivalent
*>         proof with each entry's rounding difference, and
*>         the release verdict.
*>
*> Condition codes:
*>   0 - journal released, every qualifying call posted
*>   4 - journal released, exceptions listed for posting by
*>       hand
*>   8 - journal not released: BATCH-RECON did not find the
*>       run in balance (or RECONRPT is missing, or is for
*>       another run), an entry is beyond its rounding
*>       tolerance, the journal table limit was reached, or
*>       INPUTREQ / RESPOUT is not available
*>
*> Target: GnuCOBOL (free-format source)
*> ============================================================

IDENTIFICATION DIVISION.
PROGRAM-ID. GL-JOURNAL.
AUTHOR. A BRAVE SOUL.
DATE-WRITTEN. 2026.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INPUT-REQUEST-FILE
        ASSIGN TO "INPUTREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUTREQ-STATUS.

    SELECT RESPONSE-FILE
        ASSIGN TO "RESPOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESPOUT-STATUS.

    *> BATCH-RECON's verdict on the run.
    SELECT OPTIONAL RECON-REPORT-FILE
        ASSIGN TO "RECONRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-STATUS.

    *> Rate stores, as the server uses them: the validated
    *> master when it is there, the control file otherwise.
    SELECT OPTIONAL RATES-FILE
        ASSIGN TO "RATECTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATES-STATUS.

    SELECT OPTIONAL RATE-MASTER
        ASSIGN TO "RATEMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RATEMST-STATUS.

    SELECT GL-JOURNAL-FILE
        ASSIGN TO "GLJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLJRNL-STATUS.

    SELECT CONTROL-REPORT-FILE
        ASSIGN TO "GLJRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLJRPT-STATUS.

DATA DIVISION.

FILE SECTION.

FD  INPUT-REQUEST-FILE.
01  INPUT-REQUEST-RECORD         PIC X(32768).

FD  RESPONSE-FILE.
01  RESPONSE-RECORD              PIC X(65700).

FD  RECON-REPORT-FILE.
01  RECON-RECORD                 PIC X(132).

FD  RATES-FILE.
01  RATES-RECORD.
    05 RATES-CCY-CODE             PIC X(3).
    05 FILLER                     PIC X(1).
    05 RATES-RATE                 PIC 9(6)V9(6).
    05 FILLER                     PIC X(1).
    05 RATES-EFF-DATE             PIC X(8).

FD  RATE-MASTER.
01  RATE-MASTER-RECORD.
    05 RM-KEY.
       10 RM-CCY-CODE             PIC X(3).
       10 RM-EFF-DATE             PIC X(8).
    05 RM-RATE                    PIC 9(6)V9(6).
    05 RM-SOURCE                  PIC X(1).

*> The journal. Amounts are unsigned with two implied
*> decimals; the side is in JD-DEBIT-CREDIT.
FD  GL-JOURNAL-FILE.
01  JOURNAL-HEADER-RECORD.
    *> H
    05 JH-RECORD-TYPE             PIC X(1).
    05 FILLER                     PIC X(1).
    05 JH-RUN-DATE                PIC X(8).
    05 FILLER                     PIC X(1).
    05 JH-ORIGIN                  PIC X(24).
    05 FILLER                     PIC X(1).
    05 JH-EXTRACT-STAMP           PIC X(14).

01  JOURNAL-DETAIL-RECORD.
    *> D
    05 JD-RECORD-TYPE             PIC X(1).
    05 FILLER                     PIC X(1).
    05 JD-RUN-DATE                PIC X(8).
    05 FILLER                     PIC X(1).
    *> Entry number in the journal, line within the entry.
    05 JD-ENTRY-NUM               PIC 9(6).
    05 FILLER                     PIC X(1).
    05 JD-LINE-SEQ                PIC 9(3).
    05 FILLER                     PIC X(1).
    *> CONVERT or ALLOCATE.
    05 JD-SOURCE                  PIC X(8).
    05 FILLER                     PIC X(1).
    *> Where the call came from: INPUTREQ line and request id.
    05 JD-INPUT-LINE              PIC 9(8).
    05 FILLER                     PIC X(1).
    05 JD-REQUEST-ID              PIC X(64).
    05 FILLER                     PIC X(1).
    *> D or C.
    05 JD-DEBIT-CREDIT            PIC X(1).
    05 FILLER                     PIC X(1).
    05 JD-CURRENCY                PIC X(3).
    05 FILLER                     PIC X(1).
    05 JD-AMOUNT                  PIC 9(13)V9(2).
    05 FILLER                     PIC X(1).
    *> CONVERT: the other leg of the pair. ALLOCATE: the
    *> allocation total, in the same currency.
    05 JD-COUNTER-CURRENCY        PIC X(3).
    05 FILLER                     PIC X(1).
    05 JD-COUNTER-AMOUNT          PIC 9(13)V9(2).
    05 FILLER                     PIC X(1).
    *> CONVERT: the quoted from and to rates (USD per unit)
    *> and effective dates, PAR for the USD leg. ALLOCATE: the
    *> rate on file used for the USD equivalent in the from
    *> fields; the to fields are zero and blank.
    05 JD-FROM-RATE               PIC 9(6)V9(6).
    05 FILLER                     PIC X(1).
    05 JD-FROM-EFF-DATE           PIC X(8).
    05 FILLER                     PIC X(1).
    05 JD-TO-RATE                 PIC 9(6)V9(6).
    05 FILLER                     PIC X(1).
    05 JD-TO-EFF-DATE             PIC X(8).
    05 FILLER                     PIC X(1).
    05 JD-USD-EQUIVALENT          PIC 9(13)V9(2).

01  JOURNAL-TRAILER-RECORD.
    *> T
    05 JT-RECORD-TYPE             PIC X(1).
    05 FILLER                     PIC X(1).
    05 JT-RUN-DATE                PIC X(8).
    05 FILLER                     PIC X(1).
    05 JT-ENTRY-COUNT             PIC 9(6).
    05 FILLER                     PIC X(1).
    05 JT-LINE-COUNT              PIC 9(8).
    05 FILLER                     PIC X(1).
    05 JT-DEBIT-USD               PIC 9(15)V9(2).
    05 FILLER                     PIC X(1).
    05 JT-CREDIT-USD              PIC 9(15)V9(2).

FD  CONTROL-REPORT-FILE.
01  CONTROL-REPORT-RECORD        PIC X(132).

WORKING-STORAGE SECTION.

*> ============================================================
*> FILE STATUS FIELDS
*> ============================================================
01 WS-INPUTREQ-STATUS        PIC X(2)    VALUE SPACES.
01 WS-RESPOUT-STATUS         PIC X(2)    VALUE SPACES.
01 WS-RECON-STATUS           PIC X(2)    VALUE SPACES.
01 WS-RATES-STATUS           PIC X(2)    VALUE SPACES.
01 WS-RATEMST-STATUS         PIC X(2)    VALUE SPACES.
01 WS-GLJRNL-STATUS          PIC X(2)    VALUE SPACES.
01 WS-GLJRPT-STATUS          PIC X(2)    VALUE SPACES.

01 WS-EOF-FLAG               PIC 9       VALUE 0.
   88 EOF-REACHED                        VALUE 1.
   88 EOF-NOT-REACHED                    VALUE 0.
01 WS-INPUT-EOF-FLAG         PIC 9       VALUE 0.
   88 INPUT-EOF-REACHED                  VALUE 1.
   88 INPUT-EOF-NOT-REACHED              VALUE 0.
01 WS-RUN-RC                 PIC 9(2)    VALUE 0.

*> ============================================================
*> RELEASE STATE
*> ============================================================
01 WS-REFUSE-FLAG            PIC 9       VALUE 0.
   88 JOURNAL-REFUSED                    VALUE 1.
   88 JOURNAL-NOT-REFUSED                VALUE 0.
01 WS-REFUSE-REASON          PIC X(80)   VALUE SPACES.
01 WS-EXTRACT-FLAG           PIC 9       VALUE 0.
   88 EXTRACT-WAS-RUN                    VALUE 1.
01 WS-RECON-LAST-LINE        PIC X(132)  VALUE SPACES.
*> The run RECONRPT reports on, off its totals lines.
01 WS-RECON-RUN-DATE         PIC X(16)   VALUE SPACES.
01 WS-RECON-ORIGIN           PIC X(24)   VALUE SPACES.
01 WS-RECON-REQ-COUNT        PIC 9(8)    VALUE 0.
01 WS-RECON-RSP-COUNT        PIC 9(8)    VALUE 0.
01 WS-RECON-ID-LINES         PIC 9       VALUE 0.
01 WS-REQ-LINE-COUNT         PIC 9(8)    VALUE 0.

*> ============================================================
*> RUN IDENTIFICATION
*> ============================================================
01 WS-CURRENT-DATE           PIC X(21)   VALUE SPACES.
01 WS-EXTRACT-STAMP          PIC X(14)   VALUE SPACES.
01 WS-RUN-DATE               PIC X(8)    VALUE SPACES.
01 WS-RUN-ORIGIN             PIC X(24)   VALUE SPACES.
01 WS-HDR-TOKEN-1            PIC X(16)   VALUE SPACES.
01 WS-HDR-RUNDATE            PIC X(8)    VALUE SPACES.
01 WS-HDR-ORIGIN             PIC X(24)   VALUE SPACES.

*> ============================================================
*> RATE STORE
*> ============================================================
01 WS-RATEMST-USE-FLAG       PIC 9       VALUE 0.
   88 RATEMST-IN-USE                      VALUE 1.
   88 RATEMST-NOT-IN-USE                  VALUE 0.
01 WS-RATEMST-SCAN-FLAG      PIC 9       VALUE 0.
   88 RATEMST-SCAN-DONE                   VALUE 1.
   88 RATEMST-SCAN-NOT-DONE               VALUE 0.
01 WS-RATES-TAB-IDX          PIC 9(3)    VALUE 0.
01 WS-RATES-TAB-MAX          PIC 9(3)    VALUE 0.
01 WS-RATES-TAB.
   05 WS-RATES-ENTRY OCCURS 100 TIMES.
      10 WS-RATES-TAB-CCY      PIC X(3)   VALUE SPACES.
      10 WS-RATES-TAB-RATE     PIC 9(6)V9(6) VALUE 0.
      10 WS-RATES-TAB-EFF-DATE PIC X(8)   VALUE SPACES.
01 WS-RATE-LOOKUP-CCY        PIC X(3)    VALUE SPACES.
01 WS-RATE-ASOF-DATE         PIC X(8)    VALUE SPACES.
01 WS-RATE-FOUND-FLAG        PIC 9       VALUE 0.
   88 RATE-FOUND                          VALUE 1.
   88 RATE-NOT-FOUND                      VALUE 0.
01 WS-RATE-FOUND-RATE        PIC 9(6)V9(6) VALUE 0.
01 WS-RATE-FOUND-EFF         PIC X(8)    VALUE SPACES.

*> ============================================================
*> REQUEST / RESPONSE MATCHING
*> Both files are in input line number order, so they are
*> matched in one pass: INPUTREQ is read forward to the line
*> each response record names.
*> ============================================================
01 WS-INPUT-LINE-NUM         PIC 9(8)    VALUE 0.
01 WS-PREV-RSP-LINE-NUM      PIC 9(8)    VALUE 0.
01 WS-RSP-TOKEN-1            PIC X(16)   VALUE SPACES.
01 WS-RSP-TOKEN-2            PIC X(64)   VALUE SPACES.
01 WS-RSP-TOKEN-3            PIC X(16)   VALUE SPACES.
01 WS-RSP-LINE-NUM           PIC 9(8)    VALUE 0.
01 WS-RSP-ID                 PIC X(64)   VALUE SPACES.
01 WS-RSP-STATUS             PIC X(16)   VALUE SPACES.
01 WS-RSP-LENGTH             PIC 9(5)    VALUE 0.
01 WS-TOOL-TALLY             PIC 9(5)    VALUE 0.

*> ============================================================
*> REQUEST PARSING
*> ============================================================
01 WS-PARSE-BUFFER           PIC X(32768) VALUE SPACES.
01 WS-PARSE-LENGTH           PIC 9(5)    VALUE 0.
01 WS-SEARCH-KEY             PIC X(16)   VALUE SPACES.
01 WS-SEARCH-KEY-LEN         PIC 9(2)    VALUE 0.
01 WS-SCAN-START             PIC 9(5)    VALUE 0.
01 WS-SCAN-POS               PIC 9(5)    VALUE 0.
01 WS-KEY-POS                PIC 9(5)    VALUE 0.
01 WS-VALUE-START            PIC 9(5)    VALUE 0.
01 WS-VALUE-LEN              PIC 9(5)    VALUE 0.
01 WS-EXTRACT-VALUE          PIC X(64)   VALUE SPACES.
01 WS-FOUND-FLAG             PIC 9       VALUE 0.
   88 KEY-FOUND                          VALUE 1.
   88 KEY-NOT-FOUND                      VALUE 0.
01 WS-QUOTE                  PIC X       VALUE X"22".

01 WS-REQ-TOOL-NAME          PIC X(32)   VALUE SPACES.
01 WS-REQ-AMOUNT             PIC X(32)   VALUE SPACES.
01 WS-REQ-FROM-CCY           PIC X(16)   VALUE SPACES.
01 WS-REQ-TO-CCY             PIC X(16)   VALUE SPACES.
01 WS-REQ-CURRENCY           PIC X(16)   VALUE SPACES.

*> ============================================================
*> RESULT TEXT
*> The text of the tool result, out of the response JSON.
*> ============================================================
01 WS-RESULT-TEXT            PIC X(4096) VALUE SPACES.
01 WS-RESULT-LEN             PIC 9(5)    VALUE 0.
01 WS-TEXT-KEY               PIC X(8)    VALUE SPACES.
01 WS-FIND-TEXT              PIC X(24)   VALUE SPACES.
01 WS-FIND-LEN               PIC 9(2)    VALUE 0.
01 WS-FIND-FROM              PIC 9(5)    VALUE 0.
01 WS-FIND-POS               PIC 9(5)    VALUE 0.
01 WS-TEXT-PTR               PIC 9(5)    VALUE 0.
01 WS-PIECE-LEN              PIC 9(5)    VALUE 0.

*> ============================================================
*> AMOUNT TOKEN CHECK
*> ============================================================
01 WS-TOKEN-CHECK            PIC X(32)   VALUE SPACES.
01 WS-TOKEN-LEN              PIC 9(2)    VALUE 0.
01 WS-TOKEN-IDX              PIC 9(2)    VALUE 0.
01 WS-TOKEN-DIGITS           PIC 9(2)    VALUE 0.
01 WS-TOKEN-POINTS           PIC 9(2)    VALUE 0.
01 WS-TOKEN-FLAG             PIC 9       VALUE 0.
   88 TOKEN-IS-AMOUNT                    VALUE 1.
   88 TOKEN-NOT-AMOUNT                   VALUE 0.

*> ============================================================
*> CONVERSION POSTING
*> ============================================================
01 WS-EXC-REASON             PIC X(60)   VALUE SPACES.
01 WS-CNV-FROM-CCY           PIC X(16)   VALUE SPACES.
01 WS-CNV-TO-CCY             PIC X(16)   VALUE SPACES.
01 WS-CNV-HEAD               PIC X(64)   VALUE SPACES.
01 WS-CNV-RSP-AMOUNT         PIC X(32)   VALUE SPACES.
01 WS-CNV-RSP-FROM           PIC X(16)   VALUE SPACES.
01 WS-CNV-PAREN-POS          PIC 9(5)    VALUE 0.
01 WS-CNV-FIGURE-TEXT        PIC X(64)   VALUE SPACES.
01 WS-CNV-FIGURE-LEN         PIC 9(2)    VALUE 0.
01 WS-CNV-FIGURE-IDX         PIC 9(2)    VALUE 0.
01 WS-CNV-FIGURE-CHAR        PIC X       VALUE SPACE.
01 WS-CNV-FIGURE-DIGITS      PIC X(18)   VALUE SPACES.
01 WS-CNV-DIGIT-COUNT        PIC 9(2)    VALUE 0.
01 WS-CNV-AFTER-SEP          PIC 9(2)    VALUE 0.
01 WS-CNV-SEP-FLAG           PIC 9       VALUE 0.
   88 FIGURE-SEP-SEEN                    VALUE 1.
01 WS-CNV-FIGURE-STATE       PIC 9       VALUE 0.
   88 FIGURE-BEFORE-DIGITS               VALUE 0.
   88 FIGURE-IN-DIGITS                   VALUE 1.
   88 FIGURE-AFTER-DIGITS                VALUE 2.
   88 FIGURE-NOT-READABLE                VALUE 3.
01 WS-CNV-DECIMALS           PIC 9       VALUE 0.
01 WS-CNV-QUOTED             PIC 9(13)V9(2) VALUE 0.
01 WS-QUOTE-RATE-TEXT        PIC X(32)   VALUE SPACES.
01 WS-QUOTE-EFF              PIC X(8)    VALUE SPACES.
01 WS-QUOTE-RATE             PIC 9(6)V9(6) VALUE 0.
01 WS-CNV-FROM-RATE          PIC 9(6)V9(6) VALUE 0.
01 WS-CNV-FROM-EFF           PIC X(8)    VALUE SPACES.
01 WS-CNV-TO-RATE            PIC 9(6)V9(6) VALUE 0.
01 WS-CNV-TO-EFF             PIC X(8)    VALUE SPACES.
*> Worked exactly as the server works the conversion.
01 WS-CNV-AMOUNT             PIC S9(12)V9(6) VALUE 0.
01 WS-CNV-RESULT             PIC S9(12)V9(6) VALUE 0.
01 WS-CNV-RESULT-2DEC        PIC S9(12)V9(2) VALUE 0.
01 WS-CNV-RESULT-0DEC        PIC S9(12)  VALUE 0.
01 WS-CNV-CHECK              PIC 9(13)V9(2) VALUE 0.
01 WS-CNV-SIZE-FLAG          PIC 9       VALUE 0.
   88 CNV-SIZE-OK                        VALUE 0.
   88 CNV-SIZE-ERROR                     VALUE 1.
01 WS-CNV-AMOUNT-ABS         PIC 9(12)V9(6) VALUE 0.
01 WS-CNV-FROM-POSTED        PIC 9(13)V9(2) VALUE 0.
01 WS-CNV-USD-EQUIVALENT     PIC 9(13)V9(2) VALUE 0.
01 WS-CNV-TARGET-USD         PIC 9(13)V9(2) VALUE 0.
01 WS-CNV-HALF-UNIT          PIC 9V9(3)  VALUE 0.

*> ============================================================
*> ALLOCATION POSTING
*> ============================================================
01 WS-ALC-HEAD               PIC X(64)   VALUE SPACES.
01 WS-ALC-TOTAL-TEXT         PIC X(32)   VALUE SPACES.
01 WS-ALC-RSP-CCY            PIC X(16)   VALUE SPACES.
01 WS-ALC-REQ-CCY            PIC X(16)   VALUE SPACES.
01 WS-ALC-COUNT-TEXT         PIC X(8)    VALUE SPACES.
01 WS-ALC-SUM-TEXT           PIC X(32)   VALUE SPACES.
01 WS-ALC-SPLIT-POS          PIC 9(5)    VALUE 0.
01 WS-ALC-WAYS-POS           PIC 9(5)    VALUE 0.
01 WS-ALC-LIST               PIC X(2048) VALUE SPACES.
01 WS-ALC-LIST-LEN           PIC 9(5)    VALUE 0.
01 WS-ALC-LIST-PTR           PIC 9(5)    VALUE 0.
01 WS-ALC-PART-TOKEN         PIC X(32)   VALUE SPACES.
01 WS-ALC-COUNT              PIC 9(3)    VALUE 0.
01 WS-ALC-PART-IDX           PIC 9(3)    VALUE 0.
01 WS-ALC-PART-MAX           PIC 9(3)    VALUE 0.
01 WS-ALC-PART-TAB.
   05 WS-ALC-PART-AMOUNT OCCURS 50 TIMES
                             PIC S9(13)V9(2).
01 WS-ALC-TOTAL              PIC S9(13)V9(2) VALUE 0.
01 WS-ALC-PART-SUM           PIC S9(13)V9(2) VALUE 0.
01 WS-ALC-CCY                PIC X(3)    VALUE SPACES.
01 WS-ALC-RATE               PIC 9(6)V9(6) VALUE 0.
01 WS-ALC-EFF                PIC X(8)    VALUE SPACES.
01 WS-ALC-TOTAL-ABS          PIC 9(13)V9(2) VALUE 0.
01 WS-ALC-PART-ABS           PIC 9(13)V9(2) VALUE 0.
01 WS-ALC-PART-USD           PIC 9(13)V9(2) VALUE 0.
01 WS-ALC-TOTAL-USD          PIC 9(13)V9(2) VALUE 0.
01 WS-AMOUNT-SIGN-FLAG       PIC 9       VALUE 0.
   88 AMOUNT-IS-NEGATIVE                 VALUE 1.
   88 AMOUNT-NOT-NEGATIVE                VALUE 0.

*> ============================================================
*> JOURNAL LINE TABLE
*> The journal is built here and only written out once it has
*> been proved.
*> ============================================================
01 WS-JL-IDX                 PIC 9(4)    VALUE 0.
01 WS-JL-MAX                 PIC 9(4)    VALUE 0.
01 WS-JL-TAB.
   05 WS-JL-ENTRY OCCURS 2000 TIMES.
      10 WS-JL-ENTRY-NUM      PIC 9(6).
      10 WS-JL-LINE-SEQ       PIC 9(3).
      10 WS-JL-SOURCE         PIC X(8).
      10 WS-JL-INPUT-LINE     PIC 9(8).
      10 WS-JL-REQUEST-ID     PIC X(64).
      10 WS-JL-DEBIT-CREDIT   PIC X(1).
      10 WS-JL-CURRENCY       PIC X(3).
      10 WS-JL-AMOUNT         PIC 9(13)V9(2).
      10 WS-JL-CTR-CURRENCY   PIC X(3).
      10 WS-JL-CTR-AMOUNT     PIC 9(13)V9(2).
      10 WS-JL-FROM-RATE      PIC 9(6)V9(6).
      10 WS-JL-FROM-EFF       PIC X(8).
      10 WS-JL-TO-RATE        PIC 9(6)V9(6).
      10 WS-JL-TO-EFF         PIC X(8).
      10 WS-JL-USD-EQUIVALENT PIC 9(13)V9(2).
      10 WS-JL-TOLERANCE      PIC 9(7)V9(6).
01 WS-JL-FULL-FLAG           PIC 9       VALUE 0.
   88 JOURNAL-TABLE-FULL                 VALUE 1.
01 WS-JL-NEEDED              PIC 9(4)    VALUE 0.
01 WS-ENTRY-COUNT            PIC 9(6)    VALUE 0.
01 WS-ENTRY-LINE-SEQ         PIC 9(3)    VALUE 0.

*> The line being added: the entry-wide fields are set once
*> per entry, the rest per line.
01 WS-NEW-SOURCE             PIC X(8)    VALUE SPACES.
01 WS-NEW-DEBIT-CREDIT       PIC X(1)    VALUE SPACES.
01 WS-NEW-CURRENCY           PIC X(3)    VALUE SPACES.
01 WS-NEW-AMOUNT             PIC 9(13)V9(2) VALUE 0.
01 WS-NEW-CTR-CURRENCY       PIC X(3)    VALUE SPACES.
01 WS-NEW-CTR-AMOUNT         PIC 9(13)V9(2) VALUE 0.
01 WS-NEW-FROM-RATE          PIC 9(6)V9(6) VALUE 0.
01 WS-NEW-FROM-EFF           PIC X(8)    VALUE SPACES.
01 WS-NEW-TO-RATE            PIC 9(6)V9(6) VALUE 0.
01 WS-NEW-TO-EFF             PIC X(8)    VALUE SPACES.
01 WS-NEW-USD-EQUIVALENT     PIC 9(13)V9(2) VALUE 0.
01 WS-NEW-TOLERANCE          PIC 9(7)V9(6) VALUE 0.

*> ============================================================
*> TOTALS BY CURRENCY
*> ============================================================
01 WS-CT-IDX                 PIC 9(3)    VALUE 0.
01 WS-CT-MAX                 PIC 9(3)    VALUE 0.
01 WS-CT-TAB.
   05 WS-CT-ENTRY OCCURS 100 TIMES.
      10 WS-CT-CURRENCY       PIC X(3).
      10 WS-CT-DR-COUNT       PIC 9(6).
      10 WS-CT-CR-COUNT       PIC 9(6).
      10 WS-CT-DR-AMOUNT      PIC 9(15)V9(2).
      10 WS-CT-CR-AMOUNT      PIC 9(15)V9(2).
      10 WS-CT-DR-USD         PIC 9(15)V9(2).
      10 WS-CT-CR-USD         PIC 9(15)V9(2).
01 WS-CT-MATCH-FLAG          PIC 9       VALUE 0.
   88 CT-CURRENCY-FOUND                  VALUE 1.
   88 CT-CURRENCY-NOT-FOUND              VALUE 0.
01 WS-CT-FULL-FLAG           PIC 9       VALUE 0.
   88 CURRENCY-TABLE-FULL                VALUE 1.

*> ============================================================
*> EXCEPTIONS -- calls left for posting by hand
*> ============================================================
01 WS-EXC-IDX                PIC 9(3)    VALUE 0.
01 WS-EXC-MAX                PIC 9(3)    VALUE 0.
01 WS-EXC-TAB.
   05 WS-EXC-ENTRY OCCURS 500 TIMES.
      10 WS-EXC-LINE-NUM      PIC 9(8).
      10 WS-EXC-ID            PIC X(64).
      10 WS-EXC-TEXT          PIC X(60).
01 WS-EXC-COUNT              PIC 9(8)    VALUE 0.

*> ============================================================
*> DUPLICATES -- journalled by the run that first answered them
*> ============================================================
01 WS-DUP-IDX                PIC 9(3)    VALUE 0.
01 WS-DUP-MAX                PIC 9(3)    VALUE 0.
01 WS-DUP-TAB.
   05 WS-DUP-ENTRY OCCURS 500 TIMES.
      10 WS-DUP-LINE-NUM      PIC 9(8).
      10 WS-DUP-ID            PIC X(64).
      10 WS-DUP-TOOL          PIC X(16).
      10 WS-DUP-FIRST-RUN     PIC X(8).
01 WS-DUP-LEAD               PIC X(80)   VALUE SPACES.
01 WS-DUP-RUNDATE            PIC X(8)    VALUE SPACES.

*> ============================================================
*> PROOF AND COUNTS
*> ============================================================
01 WS-PROOF-DR-USD           PIC 9(15)V9(2) VALUE 0.
01 WS-PROOF-CR-USD           PIC 9(15)V9(2) VALUE 0.
01 WS-PROOF-DIFF             PIC S9(15)V9(2) VALUE 0.
01 WS-PROOF-ENTRY-NUM        PIC 9(6)    VALUE 0.
01 WS-PROOF-ENTRY-DIFF       PIC S9(15)V9(2) VALUE 0.
01 WS-PROOF-ENTRY-FIRST      PIC 9(4)    VALUE 0.
*> The one-cent floor of every entry's rounding tolerance.
01 WS-CENT-TOLERANCE         PIC 9V9(2)  VALUE 0.01.
*> Entries whose USD debits and credits differ, and those
*> beyond their tolerance.
01 WS-RD-IDX                 PIC 9(3)    VALUE 0.
01 WS-RD-MAX                 PIC 9(3)    VALUE 0.
01 WS-RD-TAB.
   05 WS-RD-ENTRY OCCURS 500 TIMES.
      10 WS-RD-ENTRY-NUM      PIC 9(6).
      10 WS-RD-SOURCE         PIC X(8).
      10 WS-RD-INPUT-LINE     PIC 9(8).
      10 WS-RD-REQUEST-ID     PIC X(64).
      10 WS-RD-DIFF           PIC S9(15)V9(2).
      10 WS-RD-TOLERANCE      PIC 9(7)V9(6).
      10 WS-RD-OVER-FLAG      PIC 9.
01 WS-ROUNDED-COUNT          PIC 9(6)    VALUE 0.
01 WS-UNBALANCED-COUNT       PIC 9(6)    VALUE 0.

01 WS-RSP-COUNT              PIC 9(8)    VALUE 0.
01 WS-CNV-POSTED-COUNT       PIC 9(8)    VALUE 0.
01 WS-ALC-POSTED-COUNT       PIC 9(8)    VALUE 0.
01 WS-NOT-OK-COUNT           PIC 9(8)    VALUE 0.
01 WS-DUP-COUNT              PIC 9(8)    VALUE 0.

*> ============================================================
*> REPORT LINE BUILDING
*> ============================================================
01 WS-RPT-LINE               PIC X(132)  VALUE SPACES.
01 WS-COUNT-EDITED           PIC ZZZZZZZ9 VALUE ZERO.
01 WS-LINE-NUM-EDITED        PIC ZZZZZZZ9 VALUE ZERO.
01 WS-CT-COUNT-EDITED        PIC ZZZZZ9  VALUE ZERO.
01 WS-CT-COUNT-EDITED-2      PIC ZZZZZ9  VALUE ZERO.
01 WS-AMOUNT-EDITED          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         VALUE ZERO.
01 WS-AMOUNT-EDITED-2        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         VALUE ZERO.
01 WS-USD-EDITED             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         VALUE ZERO.
01 WS-USD-EDITED-2           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         VALUE ZERO.
01 WS-DIFF-EDITED            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         VALUE ZERO.
01 WS-TOL-EDITED             PIC Z,ZZZ,ZZ9.9999 VALUE ZERO.
01 WS-ENTRY-EDITED           PIC ZZZZZ9  VALUE ZERO.
01 WS-RPT-PTR                PIC 9(3)    VALUE 0.

PROCEDURE DIVISION.

*> ============================================================
*> MAIN-PROGRAM
*> ============================================================
MAIN-PROGRAM.
    PERFORM OPEN-FILES
    PERFORM READ-RUN-HEADER
    PERFORM CHECK-RECON-VERDICT
    IF JOURNAL-NOT-REFUSED
        PERFORM LOAD-RATES-TABLE
        PERFORM EXTRACT-JOURNAL-LINES
        PERFORM CHECK-RECON-COUNTS
        PERFORM PROVE-JOURNAL
    END-IF
    IF JOURNAL-NOT-REFUSED
        PERFORM WRITE-JOURNAL-FILE
    END-IF
    PERFORM WRITE-CONTROL-REPORT
    PERFORM CLOSE-FILES
    STOP RUN RETURNING WS-RUN-RC
    .

*> ============================================================
*> OPEN-FILES
*> The journal is opened first, so whatever happens after
*> this point it is left empty rather than holding an earlier
*> run's journal. INPUTREQ and RESPOUT are required; RECONRPT
*> is optional here only so that its absence can be reported
*> as a refusal rather than a file error.
*> ============================================================
OPEN-FILES.
    OPEN OUTPUT GL-JOURNAL-FILE
    IF WS-GLJRNL-STATUS NOT = "00"
        DISPLAY "GL-JOURNAL: could not open journal file "
            "GLJRNL"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CONTROL-REPORT-FILE
    IF WS-GLJRPT-STATUS NOT = "00"
        DISPLAY "GL-JOURNAL: could not open control report "
            "GLJRPT"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT INPUT-REQUEST-FILE
    IF WS-INPUTREQ-STATUS NOT = "00"
        DISPLAY "GL-JOURNAL: request file INPUTREQ is not "
            "available -- nothing to journal"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT RESPONSE-FILE
    IF WS-RESPOUT-STATUS NOT = "00"
        DISPLAY "GL-JOURNAL: response file RESPOUT is not "
            "available -- nothing to journal"
            UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT RECON-REPORT-FILE
    .

*> ============================================================
*> READ-RUN-HEADER
*> Read the first INPUTREQ record. A HDR record gives the run
*> date and origin carried into the journal; without one (or
*> with a run date that is not a date) the journal is dated
*> today. The record just read stays as the current input
*> line for the matching pass, and is counted as a request
*> line when it is not a control record.
*> ============================================================
READ-RUN-HEADER.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-EXTRACT-STAMP
    MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
    MOVE SPACES TO WS-RUN-ORIGIN
    READ INPUT-REQUEST-FILE
        AT END
            SET INPUT-EOF-REACHED TO TRUE
        NOT AT END
            MOVE 1 TO WS-INPUT-LINE-NUM
    END-READ
    IF INPUT-EOF-REACHED
        EXIT PARAGRAPH
    END-IF
    IF INPUT-REQUEST-RECORD(1:4) NOT = "HDR "
        IF INPUT-REQUEST-RECORD(1:4) NOT = "TRL "
            ADD 1 TO WS-REQ-LINE-COUNT
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-HDR-TOKEN-1
    MOVE SPACES TO WS-HDR-RUNDATE
    MOVE SPACES TO WS-HDR-ORIGIN
    UNSTRING INPUT-REQUEST-RECORD
        DELIMITED BY ALL " "
        INTO WS-HDR-TOKEN-1
             WS-HDR-RUNDATE
             WS-HDR-ORIGIN
    END-UNSTRING
    IF WS-HDR-RUNDATE IS NUMERIC
        MOVE WS-HDR-RUNDATE TO WS-RUN-DATE
    END-IF
    MOVE WS-HDR-ORIGIN TO WS-RUN-ORIGIN
    .

*> ============================================================
*> CHECK-RECON-VERDICT
*> BATCH-RECON ends its report with its verdict. Only a run it
*> found IN BALANCE is journalled; OUT OF LINE, a missing or
*> empty report, or a report cut short before its verdict all
*> refuse the release. The report must also name this run:
*> the run date and origin on its totals lines must be the
*> ones on this INPUTREQ's HDR. Its counts are checked once
*> the extract has read both files (CHECK-RECON-COUNTS).
*> ============================================================
CHECK-RECON-VERDICT.
    MOVE SPACES TO WS-RECON-LAST-LINE
    MOVE 0 TO WS-RECON-ID-LINES
    IF WS-RECON-STATUS = "00"
        SET EOF-NOT-REACHED TO TRUE
        PERFORM UNTIL EOF-REACHED
            READ RECON-REPORT-FILE
                AT END
                    SET EOF-REACHED TO TRUE
                NOT AT END
                    IF RECON-RECORD NOT = SPACES
                        MOVE RECON-RECORD TO WS-RECON-LAST-LINE
                        PERFORM NOTE-RECON-RUN-LINE
                    END-IF
            END-READ
        END-PERFORM
        SET EOF-NOT-REACHED TO TRUE
    END-IF

    EVALUATE TRUE
        WHEN WS-RECON-LAST-LINE = "*** IN BALANCE ***"
            CONTINUE
        WHEN WS-RECON-LAST-LINE = SPACES
            SET JOURNAL-REFUSED TO TRUE
            MOVE "RECONRPT IS MISSING OR EMPTY -- BATCH-RECON "
                & "HAS NOT REPORTED ON THIS RUN"
                TO WS-REFUSE-REASON
        WHEN WS-RECON-LAST-LINE = "*** OUT OF LINE ***"
            SET JOURNAL-REFUSED TO TRUE
            MOVE "BATCH-RECON FOUND THE RUN OUT OF LINE"
                TO WS-REFUSE-REASON
        WHEN OTHER
            SET JOURNAL-REFUSED TO TRUE
            MOVE "RECONRPT ENDS WITHOUT A BATCH-RECON VERDICT"
                TO WS-REFUSE-REASON
    END-EVALUATE
    IF JOURNAL-NOT-REFUSED
        EVALUATE TRUE
            WHEN WS-RECON-ID-LINES < 4
                SET JOURNAL-REFUSED TO TRUE
                MOVE "RECONRPT DOES NOT SAY WHICH RUN IT IS FOR "
                    & "-- RERUN BATCH-RECON"
                    TO WS-REFUSE-REASON
            WHEN WS-RECON-RUN-DATE NOT = WS-HDR-RUNDATE
                SET JOURNAL-REFUSED TO TRUE
                MOVE SPACES TO WS-REFUSE-REASON
                STRING
                    "RECONRPT IS FOR RUN DATE " DELIMITED SIZE
                    WS-RECON-RUN-DATE DELIMITED SPACE
                    ", NOT THIS RUN'S " DELIMITED SIZE
                    WS-HDR-RUNDATE DELIMITED SPACE
                    INTO WS-REFUSE-REASON
                END-STRING
            WHEN WS-RECON-ORIGIN NOT = WS-HDR-ORIGIN
                SET JOURNAL-REFUSED TO TRUE
                MOVE SPACES TO WS-REFUSE-REASON
                STRING
                    "RECONRPT IS FOR ORIGIN " DELIMITED SIZE
                    WS-RECON-ORIGIN DELIMITED SPACE
                    ", NOT THIS RUN'S " DELIMITED SIZE
                    WS-HDR-ORIGIN DELIMITED SPACE
                    INTO WS-REFUSE-REASON
                END-STRING
        END-EVALUATE
    END-IF
    IF JOURNAL-REFUSED
        MOVE 8 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> NOTE-RECON-RUN-LINE
*> BATCH-RECON's totals lines that say which run it reported
*> on: the HDR run date and origin (blank when INPUTREQ had no
*> HDR), the request lines it read and the response records.
*> ============================================================
NOTE-RECON-RUN-LINE.
    EVALUATE RECON-RECORD(1:23)
        WHEN "RUN DATE             : "
            MOVE RECON-RECORD(24:16) TO WS-RECON-RUN-DATE
            ADD 1 TO WS-RECON-ID-LINES
        WHEN "ORIGIN               : "
            MOVE RECON-RECORD(24:24) TO WS-RECON-ORIGIN
            ADD 1 TO WS-RECON-ID-LINES
        WHEN "REQUEST LINES        : "
            IF FUNCTION TRIM(RECON-RECORD(24:8)) IS NUMERIC
                COMPUTE WS-RECON-REQ-COUNT = FUNCTION NUMVAL(
                    FUNCTION TRIM(RECON-RECORD(24:8)))
                ADD 1 TO WS-RECON-ID-LINES
            END-IF
        WHEN "RESPONSE RECORDS     : "
            IF FUNCTION TRIM(RECON-RECORD(24:8)) IS NUMERIC
                COMPUTE WS-RECON-RSP-COUNT = FUNCTION NUMVAL(
                    FUNCTION TRIM(RECON-RECORD(24:8)))
                ADD 1 TO WS-RECON-ID-LINES
            END-IF
    END-EVALUATE
    .

*> ============================================================
*> CHECK-RECON-COUNTS
*> Read INPUTREQ out to its end, then hold RECONRPT's counts
*> against this run's: the request lines (every record but
*> the HDR and TRL control records, as BATCH-RECON counts
*> them) and the RESPOUT records. A report on any other run
*> -- an earlier one with the same header, or one made before
*> RESPOUT was last written -- refuses the release.
*> ============================================================
CHECK-RECON-COUNTS.
    PERFORM UNTIL INPUT-EOF-REACHED
        READ INPUT-REQUEST-FILE
            AT END
                SET INPUT-EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-INPUT-LINE-NUM
                IF INPUT-REQUEST-RECORD(1:4) NOT = "TRL "
                    ADD 1 TO WS-REQ-LINE-COUNT
                END-IF
        END-READ
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-RECON-REQ-COUNT NOT = WS-REQ-LINE-COUNT
            SET JOURNAL-REFUSED TO TRUE
            MOVE "RECONRPT IS FOR ANOTHER RUN -- ITS REQUEST LINE "
                & "COUNT IS NOT INPUTREQ'S"
                TO WS-REFUSE-REASON
        WHEN WS-RECON-RSP-COUNT NOT = WS-RSP-COUNT
            SET JOURNAL-REFUSED TO TRUE
            MOVE "RECONRPT IS FOR ANOTHER RUN -- ITS RESPONSE "
                & "RECORD COUNT IS NOT RESPOUT'S"
                TO WS-REFUSE-REASON
    END-EVALUATE
    IF JOURNAL-REFUSED
        MOVE 8 TO WS-RUN-RC
    END-IF
    .

*> ============================================================
*> LOAD-RATES-TABLE
*> The server's rate store: the validated rate master when it
*> can be opened, read on demand; otherwise RATECTL loaded
*> into WS-RATES-TAB. With neither, allocations outside USD
*> cannot be given a USD equivalent and go to exceptions.
*> ============================================================
LOAD-RATES-TABLE.
    SET RATEMST-NOT-IN-USE TO TRUE
    MOVE 0 TO WS-RATES-TAB-MAX
    OPEN INPUT RATE-MASTER
    IF WS-RATEMST-STATUS = "00"
        SET RATEMST-IN-USE TO TRUE
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT RATES-FILE
    IF WS-RATES-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ RATES-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                IF WS-RATES-TAB-MAX < 100
                    ADD 1 TO WS-RATES-TAB-MAX
                    MOVE RATES-CCY-CODE
                        TO WS-RATES-TAB-CCY(WS-RATES-TAB-MAX)
                    MOVE RATES-RATE
                        TO WS-RATES-TAB-RATE(WS-RATES-TAB-MAX)
                    MOVE RATES-EFF-DATE
                        TO WS-RATES-TAB-EFF-DATE(WS-RATES-TAB-MAX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RATES-FILE
    SET EOF-NOT-REACHED TO TRUE
    .

*> ============================================================
*> EXTRACT-JOURNAL-LINES
*> One pass over RESPOUT.
*> ============================================================
EXTRACT-JOURNAL-LINES.
    SET EXTRACT-WAS-RUN TO TRUE
    SET EOF-NOT-REACHED TO TRUE
    PERFORM UNTIL EOF-REACHED
        READ RESPONSE-FILE
            AT END
                SET EOF-REACHED TO TRUE
            NOT AT END
                PERFORM PROCESS-ONE-RESPONSE
        END-READ
    END-PERFORM
    SET EOF-NOT-REACHED TO TRUE
    .

*> ============================================================
*> PROCESS-ONE-RESPONSE
*> Match the response record to its request line and decide
*> whether it posts. Each record leads with the input line
*> number, the request id and the status, space separated
*> ahead of the response JSON.
*> ============================================================
PROCESS-ONE-RESPONSE.
    ADD 1 TO WS-RSP-COUNT
    MOVE SPACES TO WS-RSP-TOKEN-1
    MOVE SPACES TO WS-RSP-TOKEN-2
    MOVE SPACES TO WS-RSP-TOKEN-3
    UNSTRING RESPONSE-RECORD
        DELIMITED BY ALL " "
        INTO WS-RSP-TOKEN-1
             WS-RSP-TOKEN-2
             WS-RSP-TOKEN-3
    END-UNSTRING
    IF FUNCTION TRIM(WS-RSP-TOKEN-1) IS NOT NUMERIC
        MOVE 0 TO WS-RSP-LINE-NUM
        MOVE "*BAD*" TO WS-RSP-ID
        MOVE "RESPONSE RECORD NOT IN THE RESPOUT LAYOUT"
            TO WS-EXC-REASON
        PERFORM RECORD-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RSP-LINE-NUM =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-RSP-TOKEN-1))
    MOVE FUNCTION TRIM(WS-RSP-TOKEN-2) TO WS-RSP-ID
    MOVE FUNCTION TRIM(WS-RSP-TOKEN-3) TO WS-RSP-STATUS

    IF WS-RSP-LINE-NUM NOT > WS-PREV-RSP-LINE-NUM
        MOVE "RESPONSE RECORD OUT OF LINE NUMBER SEQUENCE"
            TO WS-EXC-REASON
        PERFORM RECORD-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RSP-LINE-NUM TO WS-PREV-RSP-LINE-NUM

    PERFORM ADVANCE-INPUT-TO-LINE
    IF WS-INPUT-LINE-NUM NOT = WS-RSP-LINE-NUM
        MOVE "NO MATCHING INPUT LINE IN INPUTREQ"
            TO WS-EXC-REASON
        PERFORM RECORD-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    *> A JSON-RPC batch array answers all its elements in one
    *> record, so its postings cannot be told apart here.
    IF WS-RSP-ID = "*BATCH*"
        MOVE 0 TO WS-TOOL-TALLY
        INSPECT INPUT-REQUEST-RECORD TALLYING WS-TOOL-TALLY
            FOR ALL '"convert_currency"'
                ALL '"allocate_amount"'
        IF WS-TOOL-TALLY > 0
            MOVE "JSON-RPC BATCH ARRAY LINE -- POST BY HAND"
                TO WS-EXC-REASON
            PERFORM RECORD-EXCEPTION
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM PARSE-REQUEST-LINE
    IF WS-REQ-TOOL-NAME NOT = "convert_currency"
       AND WS-REQ-TOOL-NAME NOT = "allocate_amount"
        EXIT PARAGRAPH
    END-IF

    EVALUATE WS-RSP-STATUS
        WHEN "OK"
            CONTINUE
        WHEN "DUP"
            PERFORM RECORD-DUPLICATE
            EXIT PARAGRAPH
        WHEN OTHER
            ADD 1 TO WS-NOT-OK-COUNT
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM EXTRACT-RESULT-TEXT
    IF WS-RESULT-LEN = 0
        MOVE "NO RESULT TEXT IN THE RESPONSE"
            TO WS-EXC-REASON
        PERFORM RECORD-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    IF WS-REQ-TOOL-NAME = "convert_currency"
        PERFORM POST-CONVERSION
    ELSE
        PERFORM POST-ALLOCATION
    END-IF
    .

*> ============================================================
*> ADVANCE-INPUT-TO-LINE
*> Read INPUTREQ forward to the line the response names. The
*> line number is counted over every record, control records
*> included, as the server's batch driver counts it; request
*> lines are counted as BATCH-RECON counts them.
*> ============================================================
ADVANCE-INPUT-TO-LINE.
    PERFORM UNTIL INPUT-EOF-REACHED
        OR WS-INPUT-LINE-NUM >= WS-RSP-LINE-NUM
        READ INPUT-REQUEST-FILE
            AT END
                SET INPUT-EOF-REACHED TO TRUE
            NOT AT END
                ADD 1 TO WS-INPUT-LINE-NUM
                IF INPUT-REQUEST-RECORD(1:4) NOT = "TRL "
                    ADD 1 TO WS-REQ-LINE-COUNT
                END-IF
        END-READ
    END-PERFORM
    .

*> ============================================================
*> PARSE-REQUEST-LINE
*> The tool name and the arguments a posting needs. The
*> arguments are looked for inside "arguments" only, as the
*> server looks for them.
*> ============================================================
PARSE-REQUEST-LINE.
    MOVE SPACES TO WS-REQ-TOOL-NAME
    MOVE SPACES TO WS-REQ-AMOUNT
    MOVE SPACES TO WS-REQ-FROM-CCY
    MOVE SPACES TO WS-REQ-TO-CCY
    MOVE SPACES TO WS-REQ-CURRENCY
    MOVE INPUT-REQUEST-RECORD TO WS-PARSE-BUFFER
    MOVE FUNCTION LENGTH(
        FUNCTION TRIM(WS-PARSE-BUFFER TRAILING))
        TO WS-PARSE-LENGTH

    MOVE 1 TO WS-SCAN-START
    MOVE '"method"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    IF KEY-NOT-FOUND
       OR FUNCTION TRIM(WS-EXTRACT-VALUE) NOT = "tools/call"
        EXIT PARAGRAPH
    END-IF
    MOVE '"name"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-EXTRACT-VALUE) TO WS-REQ-TOOL-NAME

    MOVE '"arguments"' TO WS-SEARCH-KEY
    PERFORM FIND-JSON-KEY
    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SCAN-START = WS-KEY-POS + WS-SEARCH-KEY-LEN

    MOVE '"amount"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    MOVE FUNCTION TRIM(WS-EXTRACT-VALUE) TO WS-REQ-AMOUNT
    MOVE '"from"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXTRACT-VALUE))
        TO WS-REQ-FROM-CCY
    MOVE '"to"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXTRACT-VALUE))
        TO WS-REQ-TO-CCY
    MOVE '"currency"' TO WS-SEARCH-KEY
    PERFORM EXTRACT-JSON-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXTRACT-VALUE))
        TO WS-REQ-CURRENCY
    .

*> ============================================================
*> FIND-JSON-KEY
*> Find the key in WS-SEARCH-KEY in WS-PARSE-BUFFER, starting
*> at WS-SCAN-START. Sets KEY-FOUND and WS-KEY-POS.
*> ============================================================
FIND-JSON-KEY.
    SET KEY-NOT-FOUND TO TRUE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-KEY))
        TO WS-SEARCH-KEY-LEN
    MOVE 0 TO WS-KEY-POS
    PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-START BY 1
        UNTIL WS-SCAN-POS + WS-SEARCH-KEY-LEN - 1
                  > WS-PARSE-LENGTH
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
*> Minimal JSON field extraction, the same pragmatic scan the
*> server and BATCH-RECON use: find the key (from
*> WS-SCAN-START on), skip the colon and whitespace, take the
*> quoted string or the unquoted token that follows into
*> WS-EXTRACT-VALUE.
*> ============================================================
EXTRACT-JSON-VALUE.
    MOVE SPACES TO WS-EXTRACT-VALUE
    PERFORM FIND-JSON-KEY
    IF KEY-NOT-FOUND
        EXIT PARAGRAPH
    END-IF

    SET KEY-NOT-FOUND TO TRUE
    COMPUTE WS-SCAN-POS = WS-KEY-POS + WS-SEARCH-KEY-LEN
    PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
        OR (WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = " "
            AND WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = X"09")
        ADD 1 TO WS-SCAN-POS
    END-PERFORM
    IF WS-SCAN-POS > WS-PARSE-LENGTH
       OR WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = ":"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SCAN-POS
    PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
        OR (WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = " "
            AND WS-PARSE-BUFFER(WS-SCAN-POS:1) NOT = X"09")
        ADD 1 TO WS-SCAN-POS
    END-PERFORM
    IF WS-SCAN-POS > WS-PARSE-LENGTH
        EXIT PARAGRAPH
    END-IF

    IF WS-PARSE-BUFFER(WS-SCAN-POS:1) = WS-QUOTE
        ADD 1 TO WS-SCAN-POS
        MOVE WS-SCAN-POS TO WS-VALUE-START
        MOVE 0 TO WS-VALUE-LEN
        PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
            OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = WS-QUOTE
            ADD 1 TO WS-SCAN-POS
            ADD 1 TO WS-VALUE-LEN
        END-PERFORM
    ELSE
        MOVE WS-SCAN-POS TO WS-VALUE-START
        MOVE 0 TO WS-VALUE-LEN
        PERFORM UNTIL WS-SCAN-POS > WS-PARSE-LENGTH
            OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = ","
            OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = "}"
            OR WS-PARSE-BUFFER(WS-SCAN-POS:1) = " "
            ADD 1 TO WS-SCAN-POS
            ADD 1 TO WS-VALUE-LEN
        END-PERFORM
    END-IF
    IF WS-VALUE-LEN > 0
        IF WS-VALUE-LEN > 64
            MOVE 64 TO WS-VALUE-LEN
        END-IF
        MOVE WS-PARSE-BUFFER(WS-VALUE-START:WS-VALUE-LEN)
            TO WS-EXTRACT-VALUE
        SET KEY-FOUND TO TRUE
    END-IF
    .

*> ============================================================
*> EXTRACT-RESULT-TEXT
*> The tool result's text from the response JSON, into
*> WS-RESULT-TEXT. The texts journalled here carry no quotes,
*> so the text runs to the next quote.
*> ============================================================
EXTRACT-RESULT-TEXT.
    MOVE SPACES TO WS-RESULT-TEXT
    MOVE 0 TO WS-RESULT-LEN
    MOVE '"text":' TO WS-TEXT-KEY
    MOVE WS-QUOTE TO WS-TEXT-KEY(8:1)
    MOVE FUNCTION LENGTH(
        FUNCTION TRIM(RESPONSE-RECORD TRAILING))
        TO WS-RSP-LENGTH
    MOVE 0 TO WS-KEY-POS
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
        UNTIL WS-SCAN-POS + 7 > WS-RSP-LENGTH
           OR WS-KEY-POS > 0
        IF RESPONSE-RECORD(WS-SCAN-POS:8) = WS-TEXT-KEY
            COMPUTE WS-KEY-POS = WS-SCAN-POS + 8
        END-IF
    END-PERFORM
    IF WS-KEY-POS = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-KEY-POS TO WS-SCAN-POS
    PERFORM UNTIL WS-SCAN-POS > WS-RSP-LENGTH
        OR RESPONSE-RECORD(WS-SCAN-POS:1) = WS-QUOTE
        OR WS-RESULT-LEN >= 4096
        ADD 1 TO WS-SCAN-POS
        ADD 1 TO WS-RESULT-LEN
    END-PERFORM
    IF WS-RESULT-LEN > 0
        MOVE RESPONSE-RECORD(WS-KEY-POS:WS-RESULT-LEN)
            TO WS-RESULT-TEXT
    END-IF
    .

*> ============================================================
*> FIND-IN-RESULT-TEXT
*> Find WS-FIND-TEXT (WS-FIND-LEN characters) in the result
*> text at or after WS-FIND-FROM. WS-FIND-POS is where it
*> starts, zero when it is not there.
*> ============================================================
FIND-IN-RESULT-TEXT.
    MOVE 0 TO WS-FIND-POS
    PERFORM VARYING WS-SCAN-POS FROM WS-FIND-FROM BY 1
        UNTIL WS-SCAN-POS + WS-FIND-LEN - 1 > WS-RESULT-LEN
           OR WS-FIND-POS > 0
        IF WS-RESULT-TEXT(WS-SCAN-POS:WS-FIND-LEN)
            = WS-FIND-TEXT(1:WS-FIND-LEN)
            MOVE WS-SCAN-POS TO WS-FIND-POS
        END-IF
    END-PERFORM
    .

*> ============================================================
*> CHECK-AMOUNT-TOKEN
*> WS-TOKEN-CHECK holds a plain signed figure: an optional
*> leading minus, digits, at most one decimal point.
*> ============================================================
CHECK-AMOUNT-TOKEN.
    SET TOKEN-IS-AMOUNT TO TRUE
    MOVE 0 TO WS-TOKEN-DIGITS
    MOVE 0 TO WS-TOKEN-POINTS
    MOVE FUNCTION LENGTH(
        FUNCTION TRIM(WS-TOKEN-CHECK TRAILING))
        TO WS-TOKEN-LEN
    IF WS-TOKEN-CHECK = SPACES
        SET TOKEN-NOT-AMOUNT TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > WS-TOKEN-LEN
        EVALUATE TRUE
            WHEN WS-TOKEN-CHECK(WS-TOKEN-IDX:1) IS NUMERIC
                ADD 1 TO WS-TOKEN-DIGITS
            WHEN WS-TOKEN-CHECK(WS-TOKEN-IDX:1) = "."
                ADD 1 TO WS-TOKEN-POINTS
            WHEN WS-TOKEN-CHECK(WS-TOKEN-IDX:1) = "-"
             AND WS-TOKEN-IDX = 1
                CONTINUE
            WHEN OTHER
                SET TOKEN-NOT-AMOUNT TO TRUE
        END-EVALUATE
    END-PERFORM
    IF WS-TOKEN-DIGITS = 0 OR WS-TOKEN-DIGITS > 15
       OR WS-TOKEN-POINTS > 1
        SET TOKEN-NOT-AMOUNT TO TRUE
    END-IF
    .

*> ============================================================
*> POST-CONVERSION
*> convert_currency's result text names the amount and source
*> currency, the converted figure (formatted for the target
*> currency, with the target code after it unless it is USD)
*> and the rate on file for each non-USD leg:
*>
*>   <amt> <FROM> converts to <figure> (rate on file: <r>,
*>       effective <d>)                         -- to USD
*>   <amt> USD converts to <figure> <TO> (to rate on file:
*>       <r>, effective <d>)                    -- from USD
*>   <amt> USD converts to <figure> (USD to USD at par)
*>   <amt> <FROM> converts to <figure> <TO> (from rate on
*>       file: <r>, effective <d>; to rate on file: <r>,
*>       effective <d>)                         -- cross
*> ============================================================
POST-CONVERSION.
    MOVE SPACES TO WS-EXC-REASON
    PERFORM SPLIT-CONVERSION-TEXT
    IF WS-EXC-REASON = SPACES
        PERFORM READ-CONVERTED-FIGURE
    END-IF
    IF WS-EXC-REASON = SPACES
        PERFORM READ-QUOTED-RATES
    END-IF
    IF WS-EXC-REASON = SPACES
        PERFORM CHECK-CONVERTED-FIGURE
    END-IF
    IF WS-EXC-REASON NOT = SPACES
        PERFORM RECORD-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    PERFORM BUILD-CONVERSION-ENTRY
    .

*> ============================================================
*> SPLIT-CONVERSION-TEXT
*> Cut the result text into its amount, source currency,
*> figure and rate parts, and check it against the request:
*> the same amount and source currency, and the target
*> currency after the figure (the request's "from" falls back
*> to "currency", and "to" defaults to USD, as in the server).
*> ============================================================
SPLIT-CONVERSION-TEXT.
    MOVE WS-REQ-FROM-CCY TO WS-CNV-FROM-CCY
    IF WS-CNV-FROM-CCY = SPACES
        MOVE WS-REQ-CURRENCY TO WS-CNV-FROM-CCY
    END-IF
    MOVE WS-REQ-TO-CCY TO WS-CNV-TO-CCY
    IF WS-CNV-TO-CCY = SPACES
        MOVE "USD" TO WS-CNV-TO-CCY
    END-IF

    MOVE " converts to " TO WS-FIND-TEXT
    MOVE 13 TO WS-FIND-LEN
    MOVE 1 TO WS-FIND-FROM
    PERFORM FIND-IN-RESULT-TEXT
    IF WS-FIND-POS < 2 OR WS-FIND-POS > 65
        MOVE "RESULT TEXT NOT IN THE CONVERT_CURRENCY LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CNV-HEAD
    MOVE WS-RESULT-TEXT(1:WS-FIND-POS - 1) TO WS-CNV-HEAD
    MOVE SPACES TO WS-CNV-RSP-AMOUNT
    MOVE SPACES TO WS-CNV-RSP-FROM
    UNSTRING WS-CNV-HEAD
        DELIMITED BY ALL " "
        INTO WS-CNV-RSP-AMOUNT
             WS-CNV-RSP-FROM
    END-UNSTRING

    COMPUTE WS-FIND-FROM = WS-FIND-POS + 13
    MOVE " (" TO WS-FIND-TEXT
    MOVE 2 TO WS-FIND-LEN
    PERFORM FIND-IN-RESULT-TEXT
    COMPUTE WS-PIECE-LEN = WS-FIND-POS - WS-FIND-FROM
    IF WS-FIND-POS = 0 OR WS-PIECE-LEN < 1
       OR WS-PIECE-LEN > 64
        MOVE "RESULT TEXT NOT IN THE CONVERT_CURRENCY LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIND-POS TO WS-CNV-PAREN-POS
    MOVE SPACES TO WS-CNV-FIGURE-TEXT
    MOVE WS-RESULT-TEXT(WS-FIND-FROM:WS-PIECE-LEN)
        TO WS-CNV-FIGURE-TEXT
    MOVE WS-PIECE-LEN TO WS-CNV-FIGURE-LEN

    IF WS-CNV-RSP-AMOUNT NOT = WS-REQ-AMOUNT
        MOVE "RESPONSE AMOUNT DOES NOT MATCH THE REQUEST"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-CNV-RSP-FROM NOT = WS-CNV-FROM-CCY
       OR WS-CNV-FROM-CCY(4:) NOT = SPACES
        MOVE "RESPONSE CURRENCY DOES NOT MATCH THE REQUEST"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-CNV-TO-CCY(4:) NOT = SPACES
        MOVE "RESPONSE CURRENCY DOES NOT MATCH THE REQUEST"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    *> The figure ends " <TO>" for any target but USD.
    IF WS-CNV-TO-CCY NOT = "USD"
        IF WS-CNV-FIGURE-LEN < 5
           OR WS-CNV-FIGURE-TEXT(WS-CNV-FIGURE-LEN - 3:1)
              NOT = SPACE
           OR WS-CNV-FIGURE-TEXT(WS-CNV-FIGURE-LEN - 2:3)
              NOT = WS-CNV-TO-CCY(1:3)
            MOVE "RESPONSE CURRENCY DOES NOT MATCH THE REQUEST"
                TO WS-EXC-REASON
            EXIT PARAGRAPH
        END-IF
        SUBTRACT 4 FROM WS-CNV-FIGURE-LEN
    END-IF
    .

*> ============================================================
*> READ-CONVERTED-FIGURE
*> The converted figure as the target currency's format
*> printed it: whatever symbol, then digits with group and
*> decimal separators (either way round). The last separator
*> is the decimal point when exactly two digits follow it;
*> anything else is a whole-unit figure. The figure is
*> unsigned -- the sign is the amount's.
*> ============================================================
READ-CONVERTED-FIGURE.
    MOVE SPACES TO WS-CNV-FIGURE-DIGITS
    MOVE 0 TO WS-CNV-DIGIT-COUNT
    MOVE 0 TO WS-CNV-AFTER-SEP
    MOVE 0 TO WS-CNV-SEP-FLAG
    SET FIGURE-BEFORE-DIGITS TO TRUE
    PERFORM VARYING WS-CNV-FIGURE-IDX FROM 1 BY 1
        UNTIL WS-CNV-FIGURE-IDX > WS-CNV-FIGURE-LEN
           OR FIGURE-NOT-READABLE
        MOVE WS-CNV-FIGURE-TEXT(WS-CNV-FIGURE-IDX:1)
            TO WS-CNV-FIGURE-CHAR
        EVALUATE TRUE
            WHEN WS-CNV-FIGURE-CHAR IS NUMERIC
                IF FIGURE-AFTER-DIGITS
                   OR WS-CNV-DIGIT-COUNT >= 15
                    SET FIGURE-NOT-READABLE TO TRUE
                ELSE
                    SET FIGURE-IN-DIGITS TO TRUE
                    ADD 1 TO WS-CNV-DIGIT-COUNT
                    MOVE WS-CNV-FIGURE-CHAR
                        TO WS-CNV-FIGURE-DIGITS(
                            WS-CNV-DIGIT-COUNT:1)
                    ADD 1 TO WS-CNV-AFTER-SEP
                END-IF
            WHEN (WS-CNV-FIGURE-CHAR = ","
                  OR WS-CNV-FIGURE-CHAR = ".")
             AND FIGURE-IN-DIGITS
                MOVE 1 TO WS-CNV-SEP-FLAG
                MOVE 0 TO WS-CNV-AFTER-SEP
            WHEN FIGURE-IN-DIGITS
                SET FIGURE-AFTER-DIGITS TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    IF FIGURE-NOT-READABLE OR WS-CNV-DIGIT-COUNT = 0
        MOVE "CONVERTED FIGURE CANNOT BE READ"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF FIGURE-SEP-SEEN AND WS-CNV-AFTER-SEP = 2
        MOVE 2 TO WS-CNV-DECIMALS
        COMPUTE WS-CNV-QUOTED =
            FUNCTION NUMVAL(
                WS-CNV-FIGURE-DIGITS(1:WS-CNV-DIGIT-COUNT))
            / 100
    ELSE
        MOVE 0 TO WS-CNV-DECIMALS
        COMPUTE WS-CNV-QUOTED =
            FUNCTION NUMVAL(
                WS-CNV-FIGURE-DIGITS(1:WS-CNV-DIGIT-COUNT))
    END-IF
    .

*> ============================================================
*> READ-QUOTED-RATES
*> The rate and effective date quoted for each leg. The USD
*> leg is quoted at par and carried as rate 1, effective PAR,
*> as the audit log carries it.
*> ============================================================
READ-QUOTED-RATES.
    IF WS-CNV-FROM-CCY = "USD"
        MOVE 1 TO WS-CNV-FROM-RATE
        MOVE "PAR" TO WS-CNV-FROM-EFF
    ELSE
        *> "(rate on file: " to USD, "(from rate on file: "
        *> on a cross -- the first rate quoted either way.
        MOVE "rate on file: " TO WS-FIND-TEXT
        MOVE 14 TO WS-FIND-LEN
        MOVE WS-CNV-PAREN-POS TO WS-FIND-FROM
        PERFORM FIND-IN-RESULT-TEXT
        IF WS-FIND-POS = 0
            MOVE "NO RATE QUOTED FOR THE SOURCE CURRENCY"
                TO WS-EXC-REASON
            EXIT PARAGRAPH
        END-IF
        PERFORM READ-RATE-AT-FIND-POS
        IF WS-EXC-REASON NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE WS-QUOTE-RATE TO WS-CNV-FROM-RATE
        MOVE WS-QUOTE-EFF TO WS-CNV-FROM-EFF
    END-IF

    IF WS-CNV-TO-CCY = "USD"
        MOVE 1 TO WS-CNV-TO-RATE
        MOVE "PAR" TO WS-CNV-TO-EFF
    ELSE
        MOVE "to rate on file: " TO WS-FIND-TEXT
        MOVE 17 TO WS-FIND-LEN
        MOVE WS-CNV-PAREN-POS TO WS-FIND-FROM
        PERFORM FIND-IN-RESULT-TEXT
        IF WS-FIND-POS = 0
            MOVE "NO RATE QUOTED FOR THE TARGET CURRENCY"
                TO WS-EXC-REASON
            EXIT PARAGRAPH
        END-IF
        PERFORM READ-RATE-AT-FIND-POS
        IF WS-EXC-REASON NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE WS-QUOTE-RATE TO WS-CNV-TO-RATE
        MOVE WS-QUOTE-EFF TO WS-CNV-TO-EFF
    END-IF
    .

*> ============================================================
*> READ-RATE-AT-FIND-POS
*> "<rate>, effective <yyyymmdd>" following the label found
*> at WS-FIND-POS, into WS-QUOTE-RATE and WS-QUOTE-EFF.
*> ============================================================
READ-RATE-AT-FIND-POS.
    COMPUTE WS-TEXT-PTR = WS-FIND-POS + WS-FIND-LEN
    MOVE SPACES TO WS-QUOTE-RATE-TEXT
    UNSTRING WS-RESULT-TEXT
        DELIMITED BY ", effective "
        INTO WS-QUOTE-RATE-TEXT
        WITH POINTER WS-TEXT-PTR
    END-UNSTRING
    MOVE SPACES TO WS-QUOTE-EFF
    IF WS-TEXT-PTR + 7 <= WS-RESULT-LEN
        MOVE WS-RESULT-TEXT(WS-TEXT-PTR:8) TO WS-QUOTE-EFF
    END-IF
    MOVE WS-QUOTE-RATE-TEXT TO WS-TOKEN-CHECK
    PERFORM CHECK-AMOUNT-TOKEN
    IF TOKEN-NOT-AMOUNT OR WS-QUOTE-RATE-TEXT(1:1) = "-"
       OR WS-QUOTE-EFF IS NOT NUMERIC
        MOVE "QUOTED RATE CANNOT BE READ" TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-QUOTE-RATE =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-QUOTE-RATE-TEXT))
    .

*> ============================================================
*> CHECK-CONVERTED-FIGURE
*> Work the conversion again from the request's amount and
*> the quoted rates, step for step as the server works it
*> (to six places, to cents, then to whole units for a
*> zero-decimal currency), and hold the entry back unless it
*> agrees with the figure the response printed.
*> ============================================================
CHECK-CONVERTED-FIGURE.
    IF WS-CNV-TO-RATE = 0
        MOVE "QUOTED TARGET RATE IS ZERO" TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    SET CNV-SIZE-OK TO TRUE
    COMPUTE WS-CNV-AMOUNT =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-REQ-AMOUNT))
        ON SIZE ERROR
            SET CNV-SIZE-ERROR TO TRUE
    END-COMPUTE
    IF CNV-SIZE-OK
        COMPUTE WS-CNV-RESULT ROUNDED =
            WS-CNV-AMOUNT * WS-CNV-FROM-RATE
            / WS-CNV-TO-RATE
            ON SIZE ERROR
                SET CNV-SIZE-ERROR TO TRUE
        END-COMPUTE
    END-IF
    IF CNV-SIZE-OK
        COMPUTE WS-CNV-RESULT-2DEC ROUNDED = WS-CNV-RESULT
            ON SIZE ERROR
                SET CNV-SIZE-ERROR TO TRUE
        END-COMPUTE
    END-IF
    IF CNV-SIZE-ERROR
        MOVE "AMOUNT TOO LARGE TO JOURNAL" TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-CNV-DECIMALS = 0
        COMPUTE WS-CNV-RESULT-0DEC ROUNDED = WS-CNV-RESULT-2DEC
        IF WS-CNV-RESULT-0DEC < 0
            COMPUTE WS-CNV-CHECK = 0 - WS-CNV-RESULT-0DEC
        ELSE
            MOVE WS-CNV-RESULT-0DEC TO WS-CNV-CHECK
        END-IF
    ELSE
        IF WS-CNV-RESULT-2DEC < 0
            COMPUTE WS-CNV-CHECK = 0 - WS-CNV-RESULT-2DEC
        ELSE
            MOVE WS-CNV-RESULT-2DEC TO WS-CNV-CHECK
        END-IF
    END-IF
    IF WS-CNV-CHECK NOT = WS-CNV-QUOTED
        MOVE "CONVERTED FIGURE DOES NOT AGREE WITH THE QUOTED "
            & "RATES"
            TO WS-EXC-REASON
    END-IF
    .

*> ============================================================
*> BUILD-CONVERSION-ENTRY
*> The pair: debit the target currency with the converted
*> figure, credit the source currency with the amount (to
*> cents). A negative amount reverses the sides. The source
*> line carries the amount's USD equivalent at the quoted
*> source rate, the target line the converted figure's at the
*> quoted target rate. They can differ by the rounding of the
*> converted figure -- half a unit of its last place at the
*> target rate -- and of each to the cent.
*> ============================================================
BUILD-CONVERSION-ENTRY.
    MOVE 2 TO WS-JL-NEEDED
    PERFORM CHECK-JOURNAL-ROOM
    IF JOURNAL-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    IF WS-CNV-AMOUNT < 0
        SET AMOUNT-IS-NEGATIVE TO TRUE
        COMPUTE WS-CNV-AMOUNT-ABS = 0 - WS-CNV-AMOUNT
    ELSE
        SET AMOUNT-NOT-NEGATIVE TO TRUE
        MOVE WS-CNV-AMOUNT TO WS-CNV-AMOUNT-ABS
    END-IF
    COMPUTE WS-CNV-FROM-POSTED ROUNDED = WS-CNV-AMOUNT-ABS
    COMPUTE WS-CNV-USD-EQUIVALENT ROUNDED =
        WS-CNV-AMOUNT-ABS * WS-CNV-FROM-RATE
    COMPUTE WS-CNV-TARGET-USD ROUNDED =
        WS-CNV-QUOTED * WS-CNV-TO-RATE
    IF WS-CNV-DECIMALS = 0
        MOVE 0.5 TO WS-CNV-HALF-UNIT
    ELSE
        MOVE 0.005 TO WS-CNV-HALF-UNIT
    END-IF

    ADD 1 TO WS-ENTRY-COUNT
    MOVE 0 TO WS-ENTRY-LINE-SEQ
    MOVE "CONVERT" TO WS-NEW-SOURCE
    MOVE WS-CNV-FROM-RATE TO WS-NEW-FROM-RATE
    MOVE WS-CNV-FROM-EFF TO WS-NEW-FROM-EFF
    MOVE WS-CNV-TO-RATE TO WS-NEW-TO-RATE
    MOVE WS-CNV-TO-EFF TO WS-NEW-TO-EFF
    COMPUTE WS-NEW-TOLERANCE =
        WS-CENT-TOLERANCE + WS-CNV-HALF-UNIT * WS-CNV-TO-RATE

    IF AMOUNT-IS-NEGATIVE
        MOVE "C" TO WS-NEW-DEBIT-CREDIT
    ELSE
        MOVE "D" TO WS-NEW-DEBIT-CREDIT
    END-IF
    MOVE WS-CNV-TO-CCY TO WS-NEW-CURRENCY
    MOVE WS-CNV-QUOTED TO WS-NEW-AMOUNT
    MOVE WS-CNV-FROM-CCY TO WS-NEW-CTR-CURRENCY
    MOVE WS-CNV-FROM-POSTED TO WS-NEW-CTR-AMOUNT
    MOVE WS-CNV-TARGET-USD TO WS-NEW-USD-EQUIVALENT
    PERFORM ADD-JOURNAL-LINE

    IF AMOUNT-IS-NEGATIVE
        MOVE "D" TO WS-NEW-DEBIT-CREDIT
    ELSE
        MOVE "C" TO WS-NEW-DEBIT-CREDIT
    END-IF
    MOVE WS-CNV-FROM-CCY TO WS-NEW-CURRENCY
    MOVE WS-CNV-FROM-POSTED TO WS-NEW-AMOUNT
    MOVE WS-CNV-TO-CCY TO WS-NEW-CTR-CURRENCY
    MOVE WS-CNV-QUOTED TO WS-NEW-CTR-AMOUNT
    MOVE WS-CNV-USD-EQUIVALENT TO WS-NEW-USD-EQUIVALENT
    PERFORM ADD-JOURNAL-LINE

    ADD 1 TO WS-CNV-POSTED-COUNT
    .

*> ============================================================
*> POST-ALLOCATION
*> allocate_amount's result text:
*>
*>   <total> [<CCY>] split <n> way(s): <p1>, <p2>, ...
*>       (parts sum to <total>)
*>
*> with the parts signed like the total and no group
*> separators.
*> ============================================================
POST-ALLOCATION.
    MOVE SPACES TO WS-EXC-REASON
    PERFORM SPLIT-ALLOCATION-TEXT
    IF WS-EXC-REASON = SPACES
        PERFORM READ-ALLOCATION-PARTS
    END-IF
    IF WS-EXC-REASON = SPACES
        PERFORM FIND-ALLOCATION-RATE
    END-IF
    IF WS-EXC-REASON NOT = SPACES
        PERFORM RECORD-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    PERFORM BUILD-ALLOCATION-ENTRY
    .

*> ============================================================
*> SPLIT-ALLOCATION-TEXT
*> Cut the result text into the total, currency, part count,
*> part list and closing total. The currency must be the
*> request's; an allocation in no currency is posted in USD,
*> the currency the server splits it as.
*> ============================================================
SPLIT-ALLOCATION-TEXT.
    MOVE " split " TO WS-FIND-TEXT
    MOVE 7 TO WS-FIND-LEN
    MOVE 1 TO WS-FIND-FROM
    PERFORM FIND-IN-RESULT-TEXT
    IF WS-FIND-POS < 2 OR WS-FIND-POS > 65
        MOVE "RESULT TEXT NOT IN THE ALLOCATE_AMOUNT LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIND-POS TO WS-ALC-SPLIT-POS
    MOVE SPACES TO WS-ALC-HEAD
    MOVE WS-RESULT-TEXT(1:WS-FIND-POS - 1) TO WS-ALC-HEAD
    MOVE SPACES TO WS-ALC-TOTAL-TEXT
    MOVE SPACES TO WS-ALC-RSP-CCY
    UNSTRING WS-ALC-HEAD
        DELIMITED BY ALL " "
        INTO WS-ALC-TOTAL-TEXT
             WS-ALC-RSP-CCY
    END-UNSTRING

    COMPUTE WS-FIND-FROM = WS-ALC-SPLIT-POS + 7
    MOVE " way(s): " TO WS-FIND-TEXT
    MOVE 9 TO WS-FIND-LEN
    PERFORM FIND-IN-RESULT-TEXT
    COMPUTE WS-PIECE-LEN = WS-FIND-POS - WS-FIND-FROM
    IF WS-FIND-POS = 0 OR WS-PIECE-LEN < 1 OR WS-PIECE-LEN > 8
        MOVE "RESULT TEXT NOT IN THE ALLOCATE_AMOUNT LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ALC-COUNT-TEXT
    MOVE WS-RESULT-TEXT(WS-FIND-FROM:WS-PIECE-LEN)
        TO WS-ALC-COUNT-TEXT
    MOVE WS-FIND-POS TO WS-ALC-WAYS-POS

    COMPUTE WS-FIND-FROM = WS-ALC-WAYS-POS + 9
    MOVE " (parts sum to " TO WS-FIND-TEXT
    MOVE 15 TO WS-FIND-LEN
    PERFORM FIND-IN-RESULT-TEXT
    COMPUTE WS-ALC-LIST-LEN = WS-FIND-POS - WS-FIND-FROM
    IF WS-FIND-POS = 0 OR WS-ALC-LIST-LEN < 1
       OR WS-ALC-LIST-LEN > 2048
        MOVE "RESULT TEXT NOT IN THE ALLOCATE_AMOUNT LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ALC-LIST
    MOVE WS-RESULT-TEXT(WS-FIND-FROM:WS-ALC-LIST-LEN)
        TO WS-ALC-LIST
    COMPUTE WS-TEXT-PTR = WS-FIND-POS + 15
    MOVE SPACES TO WS-ALC-SUM-TEXT
    UNSTRING WS-RESULT-TEXT
        DELIMITED BY ")"
        INTO WS-ALC-SUM-TEXT
        WITH POINTER WS-TEXT-PTR
    END-UNSTRING

    IF WS-ALC-SUM-TEXT NOT = WS-ALC-TOTAL-TEXT
        MOVE "RESULT TEXT NOT IN THE ALLOCATE_AMOUNT LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(WS-ALC-COUNT-TEXT) IS NOT NUMERIC
        MOVE "RESULT TEXT NOT IN THE ALLOCATE_AMOUNT LAYOUT"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ALC-COUNT =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-ALC-COUNT-TEXT))

    MOVE WS-REQ-CURRENCY TO WS-ALC-REQ-CCY
    IF WS-ALC-RSP-CCY NOT = WS-ALC-REQ-CCY
       OR WS-ALC-REQ-CCY(4:) NOT = SPACES
        MOVE "RESPONSE CURRENCY DOES NOT MATCH THE REQUEST"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-ALC-REQ-CCY = SPACES
        MOVE "USD" TO WS-ALC-CCY
    ELSE
        MOVE WS-ALC-REQ-CCY TO WS-ALC-CCY
    END-IF
    .

*> ============================================================
*> READ-ALLOCATION-PARTS
*> The parts one at a time off the ", "-separated list. There
*> must be as many as the text says and they must add back to
*> the total.
*> ============================================================
READ-ALLOCATION-PARTS.
    MOVE WS-ALC-TOTAL-TEXT TO WS-TOKEN-CHECK
    PERFORM CHECK-AMOUNT-TOKEN
    IF TOKEN-NOT-AMOUNT
        MOVE "ALLOCATION TOTAL CANNOT BE READ"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ALC-TOTAL =
        FUNCTION NUMVAL(FUNCTION TRIM(WS-ALC-TOTAL-TEXT))

    MOVE 0 TO WS-ALC-PART-MAX
    MOVE 0 TO WS-ALC-PART-SUM
    MOVE 1 TO WS-ALC-LIST-PTR
    PERFORM UNTIL WS-ALC-LIST-PTR > WS-ALC-LIST-LEN
        OR WS-EXC-REASON NOT = SPACES
        MOVE SPACES TO WS-ALC-PART-TOKEN
        UNSTRING WS-ALC-LIST
            DELIMITED BY ", "
            INTO WS-ALC-PART-TOKEN
            WITH POINTER WS-ALC-LIST-PTR
        END-UNSTRING
        MOVE WS-ALC-PART-TOKEN TO WS-TOKEN-CHECK
        PERFORM CHECK-AMOUNT-TOKEN
        IF TOKEN-NOT-AMOUNT OR WS-ALC-PART-MAX >= 50
            MOVE "ALLOCATION PARTS CANNOT BE READ"
                TO WS-EXC-REASON
        ELSE
            ADD 1 TO WS-ALC-PART-MAX
            COMPUTE WS-ALC-PART-AMOUNT(WS-ALC-PART-MAX) =
                FUNCTION NUMVAL(
                    FUNCTION TRIM(WS-ALC-PART-TOKEN))
            ADD WS-ALC-PART-AMOUNT(WS-ALC-PART-MAX)
                TO WS-ALC-PART-SUM
        END-IF
    END-PERFORM
    IF WS-EXC-REASON NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-ALC-PART-MAX NOT = WS-ALC-COUNT
        MOVE "PART COUNT DOES NOT MATCH THE PARTS LISTED"
            TO WS-EXC-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-ALC-PART-SUM NOT = WS-ALC-TOTAL
        MOVE "ALLOCATION PARTS DO NOT SUM TO THE TOTAL"
            TO WS-EXC-REASON
    END-IF
    .

*> ============================================================
*> FIND-ALLOCATION-RATE
*> The rate on file for the allocation's currency effective
*> on the run date, for the USD equivalents.
*> ============================================================
FIND-ALLOCATION-RATE.
    MOVE WS-ALC-CCY TO WS-RATE-LOOKUP-CCY
    MOVE WS-RUN-DATE TO WS-RATE-ASOF-DATE
    PERFORM FIND-RATE-FOR-CURRENCY
    IF RATE-NOT-FOUND
        MOVE SPACES TO WS-EXC-REASON
        STRING
            "NO RATE ON FILE FOR " DELIMITED SIZE
            WS-ALC-CCY DELIMITED SIZE
            " EFFECTIVE BY THE RUN DATE" DELIMITED SIZE
            INTO WS-EXC-REASON
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RATE-FOUND-RATE TO WS-ALC-RATE
    MOVE WS-RATE-FOUND-EFF TO WS-ALC-EFF
    IF WS-ALC-EFF = SPACES
        MOVE "PAR" TO WS-ALC-EFF
    END-IF
    .

*> ============================================================
*> BUILD-ALLOCATION-ENTRY
*> A debit line per part and a credit line for the total (the
*> other way round for a negative total). Each part's USD
*> equivalent, and the total's, is worked on its own at the
*> rate on file, so the entry can be out by the rounding of
*> each line to the cent.
*> ============================================================
BUILD-ALLOCATION-ENTRY.
    COMPUTE WS-JL-NEEDED = WS-ALC-PART-MAX + 1
    PERFORM CHECK-JOURNAL-ROOM
    IF JOURNAL-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    IF WS-ALC-TOTAL < 0
        SET AMOUNT-IS-NEGATIVE TO TRUE
        COMPUTE WS-ALC-TOTAL-ABS = 0 - WS-ALC-TOTAL
    ELSE
        SET AMOUNT-NOT-NEGATIVE TO TRUE
        MOVE WS-ALC-TOTAL TO WS-ALC-TOTAL-ABS
    END-IF

    ADD 1 TO WS-ENTRY-COUNT
    MOVE 0 TO WS-ENTRY-LINE-SEQ
    MOVE "ALLOCATE" TO WS-NEW-SOURCE
    MOVE WS-ALC-CCY TO WS-NEW-CURRENCY
    MOVE WS-ALC-CCY TO WS-NEW-CTR-CURRENCY
    MOVE WS-ALC-TOTAL-ABS TO WS-NEW-CTR-AMOUNT
    MOVE WS-ALC-RATE TO WS-NEW-FROM-RATE
    MOVE WS-ALC-EFF TO WS-NEW-FROM-EFF
    MOVE 0 TO WS-NEW-TO-RATE
    MOVE SPACES TO WS-NEW-TO-EFF
    COMPUTE WS-NEW-TOLERANCE = 0.005 * WS-JL-NEEDED
    IF WS-NEW-TOLERANCE < WS-CENT-TOLERANCE
        MOVE WS-CENT-TOLERANCE TO WS-NEW-TOLERANCE
    END-IF

    IF AMOUNT-IS-NEGATIVE
        MOVE "C" TO WS-NEW-DEBIT-CREDIT
    ELSE
        MOVE "D" TO WS-NEW-DEBIT-CREDIT
    END-IF
    PERFORM VARYING WS-ALC-PART-IDX FROM 1 BY 1
        UNTIL WS-ALC-PART-IDX > WS-ALC-PART-MAX
        IF WS-ALC-PART-AMOUNT(WS-ALC-PART-IDX) < 0
            COMPUTE WS-ALC-PART-ABS =
                0 - WS-ALC-PART-AMOUNT(WS-ALC-PART-IDX)
        ELSE
            MOVE WS-ALC-PART-AMOUNT(WS-ALC-PART-IDX)
                TO WS-ALC-PART-ABS
        END-IF
        COMPUTE WS-ALC-PART-USD ROUNDED =
            WS-ALC-PART-ABS * WS-ALC-RATE
        MOVE WS-ALC-PART-ABS TO WS-NEW-AMOUNT
        MOVE WS-ALC-PART-USD TO WS-NEW-USD-EQUIVALENT
        PERFORM ADD-JOURNAL-LINE
    END-PERFORM

    IF AMOUNT-IS-NEGATIVE
        MOVE "D" TO WS-NEW-DEBIT-CREDIT
    ELSE
        MOVE "C" TO WS-NEW-DEBIT-CREDIT
    END-IF
    COMPUTE WS-ALC-TOTAL-USD ROUNDED =
        WS-ALC-TOTAL-ABS * WS-ALC-RATE
    MOVE WS-ALC-TOTAL-ABS TO WS-NEW-AMOUNT
    MOVE WS-ALC-TOTAL-USD TO WS-NEW-USD-EQUIVALENT
    PERFORM ADD-JOURNAL-LINE

    ADD 1 TO WS-ALC-POSTED-COUNT
    .

*> ============================================================
*> CHECK-JOURNAL-ROOM
*> An entry goes into the table whole or not at all. Once the
*> table is full the journal is incomplete and cannot be
*> released; the entry that did not fit is listed.
*> ============================================================
CHECK-JOURNAL-ROOM.
    IF WS-JL-MAX + WS-JL-NEEDED > 2000
        SET JOURNAL-TABLE-FULL TO TRUE
        MOVE "JOURNAL TABLE LIMIT REACHED" TO WS-EXC-REASON
        PERFORM RECORD-EXCEPTION
    END-IF
    .

*> ============================================================
*> ADD-JOURNAL-LINE
*> Add the WS-NEW- line to the current entry and to the
*> totals by currency.
*> ============================================================
ADD-JOURNAL-LINE.
    ADD 1 TO WS-JL-MAX
    ADD 1 TO WS-ENTRY-LINE-SEQ
    MOVE WS-ENTRY-COUNT TO WS-JL-ENTRY-NUM(WS-JL-MAX)
    MOVE WS-ENTRY-LINE-SEQ TO WS-JL-LINE-SEQ(WS-JL-MAX)
    MOVE WS-NEW-SOURCE TO WS-JL-SOURCE(WS-JL-MAX)
    MOVE WS-RSP-LINE-NUM TO WS-JL-INPUT-LINE(WS-JL-MAX)
    MOVE WS-RSP-ID TO WS-JL-REQUEST-ID(WS-JL-MAX)
    MOVE WS-NEW-DEBIT-CREDIT TO WS-JL-DEBIT-CREDIT(WS-JL-MAX)
    MOVE WS-NEW-CURRENCY TO WS-JL-CURRENCY(WS-JL-MAX)
    MOVE WS-NEW-AMOUNT TO WS-JL-AMOUNT(WS-JL-MAX)
    MOVE WS-NEW-CTR-CURRENCY TO WS-JL-CTR-CURRENCY(WS-JL-MAX)
    MOVE WS-NEW-CTR-AMOUNT TO WS-JL-CTR-AMOUNT(WS-JL-MAX)
    MOVE WS-NEW-FROM-RATE TO WS-JL-FROM-RATE(WS-JL-MAX)
    MOVE WS-NEW-FROM-EFF TO WS-JL-FROM-EFF(WS-JL-MAX)
    MOVE WS-NEW-TO-RATE TO WS-JL-TO-RATE(WS-JL-MAX)
    MOVE WS-NEW-TO-EFF TO WS-JL-TO-EFF(WS-JL-MAX)
    MOVE WS-NEW-USD-EQUIVALENT
        TO WS-JL-USD-EQUIVALENT(WS-JL-MAX)
    MOVE WS-NEW-TOLERANCE TO WS-JL-TOLERANCE(WS-JL-MAX)
    PERFORM ADD-TO-CURRENCY-TOTALS
    .

*> ============================================================
*> ADD-TO-CURRENCY-TOTALS
*> ============================================================
ADD-TO-CURRENCY-TOTALS.
    SET CT-CURRENCY-NOT-FOUND TO TRUE
    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
        UNTIL WS-CT-IDX > WS-CT-MAX
           OR CT-CURRENCY-FOUND
        IF WS-CT-CURRENCY(WS-CT-IDX) = WS-NEW-CURRENCY
            SET CT-CURRENCY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF CT-CURRENCY-FOUND
        SUBTRACT 1 FROM WS-CT-IDX
    ELSE
        IF WS-CT-MAX >= 100
            SET CURRENCY-TABLE-FULL TO TRUE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CT-MAX
        MOVE WS-CT-MAX TO WS-CT-IDX
        MOVE WS-NEW-CURRENCY TO WS-CT-CURRENCY(WS-CT-IDX)
        MOVE 0 TO WS-CT-DR-COUNT(WS-CT-IDX)
        MOVE 0 TO WS-CT-CR-COUNT(WS-CT-IDX)
        MOVE 0 TO WS-CT-DR-AMOUNT(WS-CT-IDX)
        MOVE 0 TO WS-CT-CR-AMOUNT(WS-CT-IDX)
        MOVE 0 TO WS-CT-DR-USD(WS-CT-IDX)
        MOVE 0 TO WS-CT-CR-USD(WS-CT-IDX)
    END-IF
    IF WS-NEW-DEBIT-CREDIT = "D"
        ADD 1 TO WS-CT-DR-COUNT(WS-CT-IDX)
        ADD WS-NEW-AMOUNT TO WS-CT-DR-AMOUNT(WS-CT-IDX)
        ADD WS-NEW-USD-EQUIVALENT TO WS-CT-DR-USD(WS-CT-IDX)
    ELSE
        ADD 1 TO WS-CT-CR-COUNT(WS-CT-IDX)
        ADD WS-NEW-AMOUNT TO WS-CT-CR-AMOUNT(WS-CT-IDX)
        ADD WS-NEW-USD-EQUIVALENT TO WS-CT-CR-USD(WS-CT-IDX)
    END-IF
    .

*> ============================================================
*> RECORD-EXCEPTION
*> List the current response record as not journalled, with
*> the reason in WS-EXC-REASON.
*> ============================================================
RECORD-EXCEPTION.
    ADD 1 TO WS-EXC-COUNT
    IF WS-EXC-MAX < 500
        ADD 1 TO WS-EXC-MAX
        MOVE WS-RSP-LINE-NUM TO WS-EXC-LINE-NUM(WS-EXC-MAX)
        MOVE WS-RSP-ID TO WS-EXC-ID(WS-EXC-MAX)
        MOVE WS-EXC-REASON TO WS-EXC-TEXT(WS-EXC-MAX)
    END-IF
    .

*> ============================================================
*> RECORD-DUPLICATE
*> A conversion or allocation the server did not reprocess.
*> Its DUP record names the run that first answered it
*> ("... already processed in run <yyyymmdd> ..."); that
*> run's journal holds the posting.
*> ============================================================
RECORD-DUPLICATE.
    ADD 1 TO WS-DUP-COUNT
    MOVE SPACES TO WS-DUP-LEAD
    MOVE SPACES TO WS-DUP-RUNDATE
    UNSTRING RESPONSE-RECORD
        DELIMITED BY "already processed in run "
        INTO WS-DUP-LEAD
             WS-DUP-RUNDATE
    END-UNSTRING
    IF WS-DUP-RUNDATE IS NOT NUMERIC
        MOVE "UNKNOWN" TO WS-DUP-RUNDATE
    END-IF
    IF WS-DUP-MAX < 500
        ADD 1 TO WS-DUP-MAX
        MOVE WS-RSP-LINE-NUM TO WS-DUP-LINE-NUM(WS-DUP-MAX)
        MOVE WS-RSP-ID TO WS-DUP-ID(WS-DUP-MAX)
        MOVE WS-REQ-TOOL-NAME TO WS-DUP-TOOL(WS-DUP-MAX)
        MOVE WS-DUP-RUNDATE TO WS-DUP-FIRST-RUN(WS-DUP-MAX)
    END-IF
    .

*> ============================================================
*> FIND-RATE-FOR-CURRENCY
*> The rate for WS-RATE-LOOKUP-CCY with the highest effective
*> date not after WS-RATE-ASOF-DATE, as the server finds it.
*> USD is always at par.
*> ============================================================
FIND-RATE-FOR-CURRENCY.
    SET RATE-NOT-FOUND TO TRUE
    MOVE 0 TO WS-RATE-FOUND-RATE
    MOVE SPACES TO WS-RATE-FOUND-EFF
    IF WS-RATE-LOOKUP-CCY = "USD"
        SET RATE-FOUND TO TRUE
        MOVE 1 TO WS-RATE-FOUND-RATE
        EXIT PARAGRAPH
    END-IF
    IF RATEMST-IN-USE
        PERFORM FIND-RATE-IN-MASTER
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RATES-TAB-IDX FROM 1 BY 1
        UNTIL WS-RATES-TAB-IDX > WS-RATES-TAB-MAX
        IF WS-RATES-TAB-CCY(WS-RATES-TAB-IDX) = WS-RATE-LOOKUP-CCY
           AND WS-RATES-TAB-EFF-DATE(WS-RATES-TAB-IDX)
               NOT > WS-RATE-ASOF-DATE
            IF RATE-NOT-FOUND
               OR WS-RATES-TAB-EFF-DATE(WS-RATES-TAB-IDX)
                  > WS-RATE-FOUND-EFF
                SET RATE-FOUND TO TRUE
                MOVE WS-RATES-TAB-RATE(WS-RATES-TAB-IDX)
                    TO WS-RATE-FOUND-RATE
                MOVE WS-RATES-TAB-EFF-DATE(WS-RATES-TAB-IDX)
                    TO WS-RATE-FOUND-EFF
            END-IF
        END-IF
    END-PERFORM
    .

*> ============================================================
*> FIND-RATE-IN-MASTER
*> Start at the currency's first generation and read forward;
*> the last one not after the as-of date wins.
*> ============================================================
FIND-RATE-IN-MASTER.
    MOVE WS-RATE-LOOKUP-CCY TO RM-CCY-CODE
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
                 OR RM-CCY-CODE NOT = WS-RATE-LOOKUP-CCY
                    SET RATEMST-SCAN-DONE TO TRUE
                ELSE
                    IF RM-EFF-DATE NOT > WS-RATE-ASOF-DATE
                        SET RATE-FOUND TO TRUE
                        MOVE RM-RATE TO WS-RATE-FOUND-RATE
                        MOVE RM-EFF-DATE TO WS-RATE-FOUND-EFF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

*> ============================================================
*> PROVE-JOURNAL
*> Add up the journal as built, entry by entry. An entry whose
*> USD-equivalent debits and credits differ is listed with
*> its difference; one that differs by more than its rounding
*> tolerance is not a rounding difference and the journal is
*> not released. Nor is a journal that is incomplete because
*> the table filled, or one already refused.
*> ============================================================
PROVE-JOURNAL.
    MOVE 0 TO WS-PROOF-DR-USD
    MOVE 0 TO WS-PROOF-CR-USD
    MOVE 0 TO WS-ROUNDED-COUNT
    MOVE 0 TO WS-UNBALANCED-COUNT
    MOVE 0 TO WS-RD-MAX
    MOVE 0 TO WS-PROOF-ENTRY-NUM
    MOVE 0 TO WS-PROOF-ENTRY-DIFF
    PERFORM VARYING WS-JL-IDX FROM 1 BY 1
        UNTIL WS-JL-IDX > WS-JL-MAX
        IF WS-JL-ENTRY-NUM(WS-JL-IDX) NOT = WS-PROOF-ENTRY-NUM
            IF WS-PROOF-ENTRY-NUM > 0
                PERFORM CLOSE-PROOF-ENTRY
            END-IF
            MOVE WS-JL-ENTRY-NUM(WS-JL-IDX) TO WS-PROOF-ENTRY-NUM
            MOVE WS-JL-IDX TO WS-PROOF-ENTRY-FIRST
            MOVE 0 TO WS-PROOF-ENTRY-DIFF
        END-IF
        IF WS-JL-DEBIT-CREDIT(WS-JL-IDX) = "D"
            ADD WS-JL-USD-EQUIVALENT(WS-JL-IDX)
                TO WS-PROOF-DR-USD
            ADD WS-JL-USD-EQUIVALENT(WS-JL-IDX)
                TO WS-PROOF-ENTRY-DIFF
        ELSE
            ADD WS-JL-USD-EQUIVALENT(WS-JL-IDX)
                TO WS-PROOF-CR-USD
            SUBTRACT WS-JL-USD-EQUIVALENT(WS-JL-IDX)
                FROM WS-PROOF-ENTRY-DIFF
        END-IF
    END-PERFORM
    IF WS-PROOF-ENTRY-NUM > 0
        PERFORM CLOSE-PROOF-ENTRY
    END-IF
    COMPUTE WS-PROOF-DIFF = WS-PROOF-DR-USD - WS-PROOF-CR-USD

    EVALUATE TRUE
        WHEN JOURNAL-REFUSED
            CONTINUE
        WHEN JOURNAL-TABLE-FULL
            SET JOURNAL-REFUSED TO TRUE
            MOVE "JOURNAL TABLE LIMIT REACHED -- EXTRACT IS "
                & "INCOMPLETE"
                TO WS-REFUSE-REASON
            MOVE 8 TO WS-RUN-RC
        WHEN WS-UNBALANCED-COUNT > 0
            SET JOURNAL-REFUSED TO TRUE
            MOVE "USD-EQUIVALENT DEBITS AND CREDITS DIFFER BEYOND "
                & "ROUNDING TOLERANCE"
                TO WS-REFUSE-REASON
            MOVE 8 TO WS-RUN-RC
        WHEN WS-EXC-COUNT > 0 OR CURRENCY-TABLE-FULL
            MOVE 4 TO WS-RUN-RC
    END-EVALUATE
    .

*> ============================================================
*> CLOSE-PROOF-ENTRY
*> The entry just added up: list it when its debits and
*> credits differ, and count it when the difference is beyond
*> the tolerance its lines carry.
*> ============================================================
CLOSE-PROOF-ENTRY.
    IF WS-PROOF-ENTRY-DIFF = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ROUNDED-COUNT
    IF WS-RD-MAX < 500
        ADD 1 TO WS-RD-MAX
        MOVE WS-PROOF-ENTRY-NUM TO WS-RD-ENTRY-NUM(WS-RD-MAX)
        MOVE WS-JL-SOURCE(WS-PROOF-ENTRY-FIRST)
            TO WS-RD-SOURCE(WS-RD-MAX)
        MOVE WS-JL-INPUT-LINE(WS-PROOF-ENTRY-FIRST)
            TO WS-RD-INPUT-LINE(WS-RD-MAX)
        MOVE WS-JL-REQUEST-ID(WS-PROOF-ENTRY-FIRST)
            TO WS-RD-REQUEST-ID(WS-RD-MAX)
        MOVE WS-PROOF-ENTRY-DIFF TO WS-RD-DIFF(WS-RD-MAX)
        MOVE WS-JL-TOLERANCE(WS-PROOF-ENTRY-FIRST)
            TO WS-RD-TOLERANCE(WS-RD-MAX)
        MOVE 0 TO WS-RD-OVER-FLAG(WS-RD-MAX)
    END-IF
    IF WS-PROOF-ENTRY-DIFF
           > WS-JL-TOLERANCE(WS-PROOF-ENTRY-FIRST)
       OR WS-PROOF-ENTRY-DIFF
           < 0 - WS-JL-TOLERANCE(WS-PROOF-ENTRY-FIRST)
        ADD 1 TO WS-UNBALANCED-COUNT
        IF WS-RD-MAX > 0
           AND WS-RD-ENTRY-NUM(WS-RD-MAX) = WS-PROOF-ENTRY-NUM
            MOVE 1 TO WS-RD-OVER-FLAG(WS-RD-MAX)
        END-IF
    END-IF
    .

*> ============================================================
*> WRITE-JOURNAL-FILE
*> Header, one detail record per journal line, trailer.
*> ============================================================
WRITE-JOURNAL-FILE.
    MOVE SPACES TO JOURNAL-HEADER-RECORD
    MOVE "H" TO JH-RECORD-TYPE
    MOVE WS-RUN-DATE TO JH-RUN-DATE
    MOVE WS-RUN-ORIGIN TO JH-ORIGIN
    MOVE WS-EXTRACT-STAMP TO JH-EXTRACT-STAMP
    WRITE JOURNAL-HEADER-RECORD

    PERFORM VARYING WS-JL-IDX FROM 1 BY 1
        UNTIL WS-JL-IDX > WS-JL-MAX
        MOVE SPACES TO JOURNAL-DETAIL-RECORD
        MOVE "D" TO JD-RECORD-TYPE
        MOVE WS-RUN-DATE TO JD-RUN-DATE
        MOVE WS-JL-ENTRY-NUM(WS-JL-IDX) TO JD-ENTRY-NUM
        MOVE WS-JL-LINE-SEQ(WS-JL-IDX) TO JD-LINE-SEQ
        MOVE WS-JL-SOURCE(WS-JL-IDX) TO JD-SOURCE
        MOVE WS-JL-INPUT-LINE(WS-JL-IDX) TO JD-INPUT-LINE
        MOVE WS-JL-REQUEST-ID(WS-JL-IDX) TO JD-REQUEST-ID
        MOVE WS-JL-DEBIT-CREDIT(WS-JL-IDX) TO JD-DEBIT-CREDIT
        MOVE WS-JL-CURRENCY(WS-JL-IDX) TO JD-CURRENCY
        MOVE WS-JL-AMOUNT(WS-JL-IDX) TO JD-AMOUNT
        MOVE WS-JL-CTR-CURRENCY(WS-JL-IDX)
            TO JD-COUNTER-CURRENCY
        MOVE WS-JL-CTR-AMOUNT(WS-JL-IDX) TO JD-COUNTER-AMOUNT
        MOVE WS-JL-FROM-RATE(WS-JL-IDX) TO JD-FROM-RATE
        MOVE WS-JL-FROM-EFF(WS-JL-IDX) TO JD-FROM-EFF-DATE
        MOVE WS-JL-TO-RATE(WS-JL-IDX) TO JD-TO-RATE
        MOVE WS-JL-TO-EFF(WS-JL-IDX) TO JD-TO-EFF-DATE
        MOVE WS-JL-USD-EQUIVALENT(WS-JL-IDX)
            TO JD-USD-EQUIVALENT
        WRITE JOURNAL-DETAIL-RECORD
    END-PERFORM

    MOVE SPACES TO JOURNAL-TRAILER-RECORD
    MOVE "T" TO JT-RECORD-TYPE
    MOVE WS-RUN-DATE TO JT-RUN-DATE
    MOVE WS-ENTRY-COUNT TO JT-ENTRY-COUNT
    MOVE WS-JL-MAX TO JT-LINE-COUNT
    MOVE WS-PROOF-DR-USD TO JT-DEBIT-USD
    MOVE WS-PROOF-CR-USD TO JT-CREDIT-USD
    WRITE JOURNAL-TRAILER-RECORD
    .

*> ============================================================
*> WRITE-CONTROL-REPORT
*> The run, BATCH-RECON's verdict, then -- when the extract
*> ran -- the exceptions, duplicates, totals by currency, the
*> proof and the counts, and last the release verdict.
*> ============================================================
WRITE-CONTROL-REPORT.
    MOVE "GL JOURNAL EXTRACT CONTROL REPORT" TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE "=================================" TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE SPACES TO WS-RPT-LINE
    STRING
        "RUN DATE             : " DELIMITED SIZE
        WS-RUN-DATE DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "ORIGIN               : " DELIMITED SIZE
        WS-RUN-ORIGIN DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    IF WS-RECON-LAST-LINE = SPACES
        MOVE "RECONCILIATION       : (no RECONRPT verdict)"
            TO WS-RPT-LINE
    ELSE
        STRING
            "RECONCILIATION       : " DELIMITED SIZE
            FUNCTION TRIM(WS-RECON-LAST-LINE) DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    END-IF
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    IF EXTRACT-WAS-RUN
        PERFORM WRITE-EXCEPTION-SECTION
        PERFORM WRITE-DUPLICATE-SECTION
        PERFORM WRITE-CURRENCY-SECTION
        PERFORM WRITE-PROOF-SECTION
        PERFORM WRITE-EXTRACT-COUNTS
    END-IF

    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE SPACES TO WS-RPT-LINE
    IF JOURNAL-REFUSED
        STRING
            "*** JOURNAL NOT RELEASED -- " DELIMITED SIZE
            FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED SIZE
            " ***" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    ELSE
        MOVE WS-JL-MAX TO WS-COUNT-EDITED
        STRING
            "*** JOURNAL RELEASED -- " DELIMITED SIZE
            FUNCTION TRIM(WS-COUNT-EDITED) DELIMITED SIZE
            " LINES IN GLJRNL ***" DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
    END-IF
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-EXCEPTION-SECTION
*> Calls not journalled, for posting by hand.
*> ============================================================
WRITE-EXCEPTION-SECTION.
    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE "EXCEPTIONS -- NOT JOURNALLED, POST BY HAND"
        TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
        UNTIL WS-EXC-IDX > WS-EXC-MAX
        MOVE WS-EXC-LINE-NUM(WS-EXC-IDX) TO WS-LINE-NUM-EDITED
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  LINE " DELIMITED SIZE
            WS-LINE-NUM-EDITED DELIMITED SIZE
            " ID " DELIMITED SIZE
            FUNCTION TRIM(WS-EXC-ID(WS-EXC-IDX))
                DELIMITED SIZE
            "  " DELIMITED SIZE
            FUNCTION TRIM(WS-EXC-TEXT(WS-EXC-IDX))
                DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-PERFORM
    IF WS-EXC-COUNT = 0
        MOVE "  (none)" TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    IF WS-EXC-COUNT > WS-EXC-MAX
        MOVE "  NOTE: MORE EXCEPTIONS THAN CAN BE LISTED -- "
            & "SEE THE COUNT BELOW"
            TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    .

*> ============================================================
*> WRITE-DUPLICATE-SECTION
*> Conversions and allocations answered DUP: not journalled
*> here, because the run that first answered them journalled
*> them. That run's date is given so its journal can be found.
*> ============================================================
WRITE-DUPLICATE-SECTION.
    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE "DUPLICATES -- NOT JOURNALLED, IN THE JOURNAL OF THE "
        & "RUN THAT FIRST ANSWERED THEM"
        TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
        UNTIL WS-DUP-IDX > WS-DUP-MAX
        MOVE WS-DUP-LINE-NUM(WS-DUP-IDX) TO WS-LINE-NUM-EDITED
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  LINE " DELIMITED SIZE
            WS-LINE-NUM-EDITED DELIMITED SIZE
            " ID " DELIMITED SIZE
            FUNCTION TRIM(WS-DUP-ID(WS-DUP-IDX))
                DELIMITED SIZE
            "  " DELIMITED SIZE
            FUNCTION TRIM(WS-DUP-TOOL(WS-DUP-IDX))
                DELIMITED SIZE
            "  FIRST RUN " DELIMITED SIZE
            WS-DUP-FIRST-RUN(WS-DUP-IDX) DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-PERFORM
    IF WS-DUP-COUNT = 0
        MOVE "  (none)" TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    IF WS-DUP-COUNT > WS-DUP-MAX
        MOVE "  NOTE: MORE DUPLICATES THAN CAN BE LISTED -- "
            & "SEE THE COUNT BELOW"
            TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    .

*> ============================================================
*> WRITE-CURRENCY-SECTION
*> Debits and credits by currency, in the currency and in USD.
*> ============================================================
WRITE-CURRENCY-SECTION.
    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE "TOTALS BY CURRENCY" TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE "  CCY DR LINES                 DEBITS CR LINES"
        & "                CREDITS             USD DEBITS"
        & "            USD CREDITS"
        TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    PERFORM VARYING WS-CT-IDX FROM 1 BY 1
        UNTIL WS-CT-IDX > WS-CT-MAX
        MOVE WS-CT-DR-COUNT(WS-CT-IDX) TO WS-CT-COUNT-EDITED
        MOVE WS-CT-CR-COUNT(WS-CT-IDX) TO WS-CT-COUNT-EDITED-2
        MOVE WS-CT-DR-AMOUNT(WS-CT-IDX) TO WS-AMOUNT-EDITED
        MOVE WS-CT-CR-AMOUNT(WS-CT-IDX) TO WS-AMOUNT-EDITED-2
        MOVE WS-CT-DR-USD(WS-CT-IDX) TO WS-USD-EDITED
        MOVE WS-CT-CR-USD(WS-CT-IDX) TO WS-USD-EDITED-2
        MOVE SPACES TO WS-RPT-LINE
        STRING
            "  " DELIMITED SIZE
            WS-CT-CURRENCY(WS-CT-IDX) DELIMITED SIZE
            "   " DELIMITED SIZE
            WS-CT-COUNT-EDITED DELIMITED SIZE
            " " DELIMITED SIZE
            WS-AMOUNT-EDITED DELIMITED SIZE
            "   " DELIMITED SIZE
            WS-CT-COUNT-EDITED-2 DELIMITED SIZE
            " " DELIMITED SIZE
            WS-AMOUNT-EDITED-2 DELIMITED SIZE
            " " DELIMITED SIZE
            WS-USD-EDITED DELIMITED SIZE
            " " DELIMITED SIZE
            WS-USD-EDITED-2 DELIMITED SIZE
            INTO WS-RPT-LINE
        END-STRING
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-PERFORM
    IF WS-CT-MAX = 0
        MOVE "  (none)" TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    IF CURRENCY-TABLE-FULL
        MOVE "  NOTE: MORE THAN 100 CURRENCIES -- TOTALS BY "
            & "CURRENCY ARE INCOMPLETE"
            TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF
    .

*> ============================================================
*> WRITE-PROOF-SECTION
*> ============================================================
WRITE-PROOF-SECTION.
    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    MOVE "USD-EQUIVALENT PROOF" TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-PROOF-DR-USD TO WS-USD-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  TOTAL DEBITS (USD)   : " DELIMITED SIZE
        WS-USD-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-PROOF-CR-USD TO WS-USD-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  TOTAL CREDITS (USD)  : " DELIMITED SIZE
        WS-USD-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-PROOF-DIFF TO WS-DIFF-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  DIFFERENCE (USD)     :" DELIMITED SIZE
        WS-DIFF-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-ROUNDED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  ENTRIES ROUNDED      : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-UNBALANCED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "  BEYOND TOLERANCE     : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    PERFORM VARYING WS-RD-IDX FROM 1 BY 1
        UNTIL WS-RD-IDX > WS-RD-MAX
        MOVE WS-RD-ENTRY-NUM(WS-RD-IDX) TO WS-ENTRY-EDITED
        MOVE WS-RD-INPUT-LINE(WS-RD-IDX) TO WS-LINE-NUM-EDITED
        MOVE WS-RD-DIFF(WS-RD-IDX) TO WS-DIFF-EDITED
        MOVE WS-RD-TOLERANCE(WS-RD-IDX) TO WS-TOL-EDITED
        MOVE SPACES TO WS-RPT-LINE
        MOVE 1 TO WS-RPT-PTR
        STRING
            "    ENTRY " DELIMITED SIZE
            WS-ENTRY-EDITED DELIMITED SIZE
            " " DELIMITED SIZE
            WS-RD-SOURCE(WS-RD-IDX) DELIMITED SIZE
            " LINE " DELIMITED SIZE
            WS-LINE-NUM-EDITED DELIMITED SIZE
            "  DIFF " DELIMITED SIZE
            FUNCTION TRIM(WS-DIFF-EDITED) DELIMITED SIZE
            "  TOLERANCE " DELIMITED SIZE
            FUNCTION TRIM(WS-TOL-EDITED) DELIMITED SIZE
            "  ID " DELIMITED SIZE
            FUNCTION TRIM(WS-RD-REQUEST-ID(WS-RD-IDX))
                DELIMITED SIZE
            INTO WS-RPT-LINE
            WITH POINTER WS-RPT-PTR
        END-STRING
        IF WS-RD-OVER-FLAG(WS-RD-IDX) = 1
            STRING
                "  *** BEYOND TOLERANCE ***" DELIMITED SIZE
                INTO WS-RPT-LINE
                WITH POINTER WS-RPT-PTR
            END-STRING
        END-IF
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-PERFORM
    IF WS-ROUNDED-COUNT > WS-RD-MAX
        MOVE "    NOTE: MORE ENTRIES THAN CAN BE LISTED"
            TO WS-RPT-LINE
        WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    END-IF

    EVALUATE TRUE
        WHEN WS-UNBALANCED-COUNT > 0
            MOVE "  *** DEBITS DO NOT EQUAL CREDITS BEYOND "
                & "ROUNDING TOLERANCE ***"
                TO WS-RPT-LINE
        WHEN WS-PROOF-DIFF = 0
            MOVE "  *** DEBITS EQUAL CREDITS ***" TO WS-RPT-LINE
        WHEN OTHER
            MOVE "  *** DEBITS EQUAL CREDITS WITHIN ENTRY "
                & "ROUNDING ***"
                TO WS-RPT-LINE
    END-EVALUATE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> WRITE-EXTRACT-COUNTS
*> ============================================================
WRITE-EXTRACT-COUNTS.
    MOVE SPACES TO WS-RPT-LINE
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-RSP-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "RESPONSE RECORDS     : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-CNV-POSTED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "CONVERSIONS POSTED   : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-ALC-POSTED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "ALLOCATIONS POSTED   : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-NOT-OK-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "NOT ANSWERED OK      : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-DUP-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "DUPLICATES SKIPPED   : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-EXC-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "EXCEPTIONS           : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-ENTRY-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "JOURNAL ENTRIES      : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

    MOVE WS-JL-MAX TO WS-COUNT-EDITED
    MOVE SPACES TO WS-RPT-LINE
    STRING
        "JOURNAL LINES        : " DELIMITED SIZE
        WS-COUNT-EDITED DELIMITED SIZE
        INTO WS-RPT-LINE
    END-STRING
    WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
    .

*> ============================================================
*> CLOSE-FILES
*> ============================================================
CLOSE-FILES.
    CLOSE INPUT-REQUEST-FILE
    CLOSE RESPONSE-FILE
    CLOSE RECON-REPORT-FILE
    IF RATEMST-IN-USE
        CLOSE RATE-MASTER
    END-IF
    CLOSE GL-JOURNAL-FILE
    CLOSE CONTROL-REPORT-FILE
    .

END PROGRAM GL-JOURNAL.
