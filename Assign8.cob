PROGRAM-ID. INTERPRETER-TESTS.

*> Change history:
*> 2026-10-15 Formula listing validates and orders the roots as a
*>            batch run does, so each root is listed under its
*>            RESULTS.DAT sequence, with its reject reason if any.
*> 2026-10-15 Results summary only for a run that wrote results; only
*>            roots on a circular chain rejected 08, roots merely
*>            depending on one run and fail 28; a library formula
*>            that fits one line is listed on one line.
*> 2026-10-15 MODE=TEST fails with RC 16 when the test pack is missing
*>            or runs no cases; the comparison report flags a
*>            changed date result instead of differencing it.
*> 2026-10-15 Execution profile. PROFILE=Y has a batch or dataset run
*>            count node evaluations by node type, PrimOp
*>            evaluations by symbol and closure calls by formula
*>            name, keep scope/closure pool churn and RECLAIM-POOLS
*>            passes, time the load, validate, evaluate and save
*>            phases, and rank the costliest formulas and roots on
*>            PROFILE.RPT (PROFILE-RPT-FILE=).
*> 2026-10-15 Results summary. SUMMARY=Y has a batch or dataset run
*>            total its results file by up to three segments of
*>            the business key (SUMMARY-BREAK1=start,length,
*>            default 1,3; SUMMARY-BREAK2=, default 4,3;
*>            SUMMARY-BREAK3=) on RESSUM.RPT (SUMMARY-RPT-FILE=):
*>            count, errors, total, minimum, maximum and average
*>            per break, and grand totals checked against the
*>            results trailer.
*> 2026-10-15 Results history master. HISTORY-POST=Y has a batch or
*>            dataset run post its results to the indexed master
*>            RESHIST.DAT (HISTORY-FILE=), keyed by business key,
*>            as-of date, run stamp and root sequence - but only
*>            once the closed results file has been read back and
*>            balanced against this run's "*TRAIL" record. MODE=
*>            HISTORY lists a key or key range (HISTORY-KEY-FROM=,
*>            HISTORY-KEY-TO=), optionally within an as-of window
*>            (HISTORY-DATE-FROM=, HISTORY-DATE-TO=), on HISTORY.RPT
*>            (HISTORY-RPT-FILE=) with each value's change from the
*>            key's previous entry for the same output.
*> 2026-10-15 Cross-root references: {RESULT "key"} takes the
*>            figure the root with that business key produced in
*>            the same run, {RESULT "key" "output"} the one among
*>            roots sharing the key whose top node is {def output
*>            ...}. Validation resolves the references (through
*>            called formulas too) and re-sequences the root list
*>            so each root runs after the roots it depends on.
*>            New reject reasons 06 (no such root), 07 (more than
*>            one root), 08 (circular reference) and 09 (key or
*>            output not a literal); a root whose dependency was
*>            rejected or errored goes out errored with runtime
*>            reason 28. Reject records now go out after the final
*>            order is settled. A checkpoint restart re-runs, without
*>            writing anything, the roots ahead of the restart point
*>            that later roots reference.
*> 2026-10-15 Date values (type D, held as YYYYMMDD): #YYYYMMDD
*>            literals (DatC nodes), D bindings, D policy-master
*>            columns and D test-pack directives; primitives
*>            DAYS-DIFF, ADD-DAYS, ADD-MONTHS, ADD-YEARS, YEAR,
*>            MONTH, DAY and AS-OF. Runtime reasons 26 (date
*>            operand of the wrong type) and 27 (date invalid or
*>            out of range).
*> 2026-10-15 MODE=LISTING prints every root of the feed and source
*>            and every formula in the library as indented brace
*>            notation to FORMLIST.RPT (LISTING-RPT-FILE=), headed
*>            by root sequence, business key, pool node or formula
*>            name. Nothing is evaluated or saved.
*> 2026-10-15 Batch runs keep a suspense file. A root rejected by
*>            validation or ending in a runtime error is written to
*>            SUSPNEXT.DAT (SUSPENSE-OUT-FILE=) with its whole node
*>            subtree, business key, reason, first-failed date and
*>            try count; the next run reloads it as SUSPENSE.DAT
*>            (SUSPENSE-FILE=) behind the feed and retries each
*>            root. A root that now runs clean leaves suspense; one
*>            the feed re-sends by key is dropped in favour of the
*>            feed's. SUSPAGE.RPT (SUSPENSE-RPT-FILE=) ages what is
*>            still outstanding by reason and days in suspense.
*>            SUSPENSE=N turns the cycle off.
*> 2026-10-15 The hard-coded TEST-* self-check sections are replaced
*>            by a regression pack read from TESTCASE.DAT
*>            (TEST-CASE-FILE=): each case gives brace source, its
*>            own bindings and rate-table bands, and the expected
*>            result type/value, runtime reason, validation reason
*>            or parse failure. Every case is parsed, validated and
*>            evaluated by the production paths and listed
*>            PASS/FAIL on TESTRPT.RPT (TEST-RPT-FILE=); any failure
*>            sets RETURN-CODE 8. MODE=TEST runs the pack alone for
*>            a pricing sign-off without touching any results or
*>            next-generation file. Rate bands are now filed through
*>            FILE-RATE-BAND so a case can supply its own.
*> 2026-10-15 Added a dataset-driven mode (MODE=DATASET): the run
*>            control names one formula from the library
*>            (DATASET-FORMULA=) and a policy master file
*>            (POLICY-MASTER-FILE=, default POLMAST.DAT) whose
*>            layout header names the key column and each
*>            attribute column. For every master record the
*>            attributes are bound in a fresh call scope - the one
*>            APPLY-CLOSURE would build for a call to that formula -
*>            the formula body is evaluated there, and one results
*>            record goes out per policy, keyed by the master's key.
*>            Rating 40,000 policies with one formula takes one
*>            data extract instead of 40,000 generated AppC trees.
*>            Checkpoint, compare, trace, error threshold and the
*>            balancing trailer behave as in a batch run. A
*>            formula parameter with no column, or a bad layout,
*>            abandons the run with RETURN-CODE 16; an attribute
*>            that is not numeric errors that policy alone (runtime
*>            reason 25).
*> 2026-09-02 A run abandoned on a control-total mismatch no longer
*>            writes the next-generation bindings and formula-library
*>            files: with no roots run and no library loaded, those
    SELECT XREF-RPT-FILE ASSIGN TO DYNAMIC WS-XREF-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-RPT-STATUS.
    SELECT POLICY-MASTER-FILE ASSIGN TO DYNAMIC WS-POLICY-MASTER-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POLICY-MASTER-STATUS.
    SELECT TEST-CASE-FILE ASSIGN TO DYNAMIC WS-TEST-CASE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-CASE-STATUS.
    SELECT TEST-RPT-FILE ASSIGN TO DYNAMIC WS-TEST-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEST-RPT-STATUS.
    SELECT LISTING-RPT-FILE ASSIGN TO DYNAMIC WS-LISTING-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-RPT-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSPENSE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.
    SELECT SUSPENSE-OUT-FILE ASSIGN TO DYNAMIC WS-SUSPENSE-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-OUT-STATUS.
    SELECT SUSPENSE-RPT-FILE ASSIGN TO DYNAMIC WS-SUSPENSE-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-RPT-STATUS.
    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HS-KEY
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT HISTORY-RPT-FILE ASSIGN TO DYNAMIC WS-HISTORY-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-RPT-STATUS.
    SELECT SUMMARY-RPT-FILE ASSIGN TO DYNAMIC WS-SUMMARY-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-RPT-STATUS.
    SELECT PROFILE-RPT-FILE ASSIGN TO DYNAMIC WS-PROFILE-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
    05 AC-RECORD-COUNT      PIC 9(9).
    05 AC-ROOT-COUNT        PIC 9(9).

*> BF-TYPE N (number), S (text) or D (a date: YYYYMMDD carried in
*> BF-NUM-VALUE).
FD  BINDINGS-FILE.
01  BINDINGS-FILE-RECORD.
    05 BF-NAME              PIC X(50).

*> One record per root rejected by the pre-evaluation validation
*> pass: which root (by eventual root sequence and pool index), the
*> node the walk failed on, and why. Reasons 01-05 are the tree
*> checks; the cross-root checks add 06 RESULT names no root of the
*> run, 07 RESULT matches more than one root, 08 circular cross-
*> root reference, 09 RESULT not a literal key and optional output.
FD  REJECT-FILE.
01  REJECT-FILE-RECORD.
    05 RJ-ROOT-SEQ          PIC 9(6).
*>   18 scope pool exhausted      19 missing child reference
*>   20 CondC test not numeric    21 CONCAT result truncated
*>   22 PrimOp symbol unknown     23 rate-table lookup failed
*>   24 ROUND places out of range  25 policy attribute not numeric
*>   26 date operand wrong type   27 date invalid or out of range
*>   28 a root this root takes a RESULT from was rejected, errored
*>      or never ran (RE-NAME gives its key, and output if named)
*> A root can log several records (one per failing node) before its
*> results record goes out flagged ERR=E. In a scenario sweep the
*> root sequence restarts per scenario, so RE-SCENARIO says which
FD  XREF-RPT-FILE.
01  XREF-RPT-RECORD         PIC X(132).

*> Policy master for the dataset mode: a layout header, then one
*> fixed-layout record per policy. Header records start with "*" -
*> "*KEY" gives the business-key column, "*FIELD" names one
*> attribute column with its type (N numeric, S string, D a date
*> written YYYYMMDD), start position, length and, for a numeric
*> column written without a decimal point, its implied decimal
*> places. Any other "*" record is a comment. The header must
*> precede the first policy record.
FD  POLICY-MASTER-FILE.
01  POLICY-MASTER-RECORD    PIC X(500).
01  POLICY-LAYOUT-RECORD.
    05 PL-TAG               PIC X(6).
    05 PL-NAME              PIC X(50).
    05 PL-TYPE              PIC X(1).
    05 PL-START             PIC 9(3).
    05 PL-LENGTH            PIC 9(3).
    05 PL-DECIMALS          PIC 9(1).

*> Regression test pack, one "KEYWORD=value" directive per line
*> (the run control's own shape; "*" lines are comments):
*>   CASE=name            starts a case - empty node pool, empty
*>                        global scope, no rate tables
*>   BIND=name N value    a global binding for the case
*>   BIND=name S text
*>   BIND=name D yyyymmdd a date binding
*>   RATE=table low value one rate-table band for the case
*>   EXPR={formula}       brace source, parsed as an EXPR-FILE line;
*>                        several run in order (a root taking a
*>                        RESULT after the root it names), the last
*>                        is checked
*>   EXPECT=N value       penny result the results file would carry
*>   EXPECT=S text        string result
*>   EXPECT=D yyyymmdd    date result
*>   EXPECT=C             result is a closure (type only)
*>   EXPECT=ERR nn        ends in error, first runtime reason nn
*>                        the checked root raised
*>   EXPECT=REJECT nn     rejected by validation with reason nn
*>   EXPECT=PARSE-ERROR   the source must not parse
FD  TEST-CASE-FILE.
01  TEST-CASE-RECORD        PIC X(500).

*> One PASS/FAIL line per case, expected against actual.
FD  TEST-RPT-FILE.
01  TEST-RPT-RECORD         PIC X(132).

*> Formula listing: each root and library formula as indented
*> brace-notation source under a heading naming it.
FD  LISTING-RPT-FILE.
01  LISTING-RPT-RECORD      PIC X(132).

*> Suspense file: roots that failed validation or evaluation, each
*> as its subtree's node records followed by one "S" entry header
*> (business key, reason, first-failed and last-tried dates, try
*> count). Node records share the formula library's "A" layout;
*> the header layout is WS-SUSP-HEADER-REC. SUSPNEXT.DAT is written
*> in the same format and becomes the next run's SUSPENSE.DAT.
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD         PIC X(1000).

FD  SUSPENSE-OUT-FILE.
01  SUSPENSE-OUT-RECORD     PIC X(1000).

*> Aging of what is still in suspense: one line per entry by reason
*> (V = validation reason, R = runtime reason) and age, a summary by
*> reason and age bucket, then the run's suspense counts.
FD  SUSPENSE-RPT-FILE.
01  SUSPENSE-RPT-RECORD     PIC X(132).

*> Results history master: every keyed record of every completed,
*> balanced results file, keyed by business key, the as-of date the
*> run priced at, the run's start stamp (run date and time) and the
*> root sequence - so a key's entries read back in as-of order, and
*> a rerun for the same as-of date sits beside the run it replaced
*> instead of over it. HS-OUTPUT-NAME is the {def output ...} name
*> when the root's top node is a definition; HS-RESULTS-FILE names
*> the results file the entry was posted from.
FD  HISTORY-FILE.
01  HISTORY-FILE-RECORD.
    05 HS-KEY.
       10 HS-BUS-KEY        PIC X(20).
       10 HS-AS-OF-DATE     PIC 9(8).
       10 HS-RUN-STAMP      PIC 9(14).
       10 HS-ROOT-SEQ       PIC 9(6).
    05 HS-RESULT-TYPE       PIC X(1).
    05 HS-NUM-VALUE         PIC S9(9)V99.
    05 HS-STR-VALUE         PIC X(100).
    05 HS-STR-LEN           PIC 9(3).
    05 HS-ERROR-FLAG        PIC X(1).
    05 HS-POOL-IDX          PIC 9(5).
    05 HS-OUTPUT-NAME       PIC X(50).
    05 HS-RUN-MODE          PIC X(8).
    05 HS-RESULTS-FILE      PIC X(50).

*> History extract: per business key, every value the key has had,
*> oldest as-of date first, with the run that produced it and the
*> change from the entry before it for the same output.
FD  HISTORY-RPT-FILE.
01  HISTORY-RPT-RECORD      PIC X(132).

*> Results summary: the run's results file totalled by segments of
*> the business key, innermost break first, each outer break after
*> the groups it covers, then grand totals set against the trailer.
FD  SUMMARY-RPT-FILE.
01  SUMMARY-RPT-RECORD      PIC X(132).

*> Execution profile: elapsed time per phase, node evaluations by
*> node type and PrimOp symbol, scope and closure pool churn, then
*> the formulas and roots ranked by the node evaluations they cost.
FD  PROFILE-RPT-FILE.
01  PROFILE-RPT-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
01 VAR-Z PIC S9(9)V9(6) VALUE 0.
01 VAR-S PIC X(100).
01 WS-LIB-LAST-NEW PIC 9(5) VALUE 0.
01 WS-LIB-I PIC 9(5).
01 WS-MAP-IN PIC 9(5).
*> First pool slot RELINK-LIB-NODES translates from: the library's
*> first slot, or the first slot of one suspense entry.
01 WS-RELINK-FROM PIC 9(5) VALUE 0.
*> Which file LOAD-LIB-NODE and the save walk are serving, for
*> their messages, and where WRITE-LIB-NODE-RECORD writes to -
*> F the formula library, S the suspense file.
01 WS-LIB-LOAD-WHAT PIC X(20) VALUE "formula library".
01 WS-LIB-SAVE-TO PIC X(1) VALUE "F".
01 WS-MAP-OUT PIC 9(5).

*> Save-side walk state: which pool rows have already been written
01 LIB-NODE-STACK OCCURS 99 TIMES PIC 9(5).
01 LIB-ARG-I-STACK OCCURS 99 TIMES PIC 9(2).
01 WS-LIB-CALL-IDX PIC 9(5).
*> Nesting the save walk stops at: the depth limit for a library
*> formula (deeper could never run), the full stack for a suspense
*> entry, which must come back whole whatever limit rejected it.
01 WS-LIB-DEPTH-CAP PIC 9(2) VALUE 50.
01 WS-LIB-B PIC 9(3).
01 WS-SAVE-CLOS-IDX PIC 9(3).

01 WS-RT-K PIC 9(2).
01 WS-RT-AMOUNT PIC S9(9)V9(6).
01 WS-RT-BAND-HIT PIC 9(2).
*> The band being filed by FILE-RATE-BAND - from a rate-table
*> record, or from a test case's RATE= row.
01 WS-RB-TABLE-NAME PIC X(20).
01 WS-RB-BAND-LOW PIC S9(9)V99.
01 WS-RB-BAND-VALUE PIC S9(9)V99.

*> --------------------------------------------------------------
*> Rounding policy for monetary arithmetic. TRUNCATE is the
01 WS-ROUND-INT PIC 9(1).
01 WS-ROUND-FACTOR PIC 9(7).
01 WS-ROUND-SCALED PIC S9(15).
*> Scratch for the date primitives. A date value is type "D" with
*> the YYYYMMDD number in the numeric field, so dates order and
*> compare correctly under the ordinary comparison primitives.
01 WS-DT-DATE PIC 9(8).
01 WS-DT-PARTS REDEFINES WS-DT-DATE.
   05 WS-DT-YEAR PIC 9(4).
   05 WS-DT-MONTH PIC 9(2).
   05 WS-DT-DAY PIC 9(2).
01 WS-DT-OTHER PIC 9(8).
01 WS-DT-ARG-I PIC 9(2).
01 WS-DT-OK PIC X(1).
01 WS-DT-COUNT PIC S9(9).
01 WS-DT-DAYS PIC S9(11).
01 WS-DT-MONTHS PIC S9(11).
01 WS-DT-MONTH-END PIC 9(2).
01 WS-DT-MONTH-LENGTHS PIC X(24) VALUE "312831303130313130313031".
01 WS-DT-MONTH-TABLE REDEFINES WS-DT-MONTH-LENGTHS.
   05 WS-DT-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
*> Operand count each PrimOp symbol takes, for the arity check.
01 WS-PRIM-ARITY PIC 9(2).
*> The root's result as it will be (or was) written to the results
*> record: VAR-Z cut to pennies per the policy. The comparison mode
*> compares this, not the raw six-decimal value, so an EXTENDED run

*> As-of date for date-effective bindings: defaults to the run
*> date, overridden by AS-OF=YYYYMMDD for reruns and back-dated
*> what-ifs. The statistics report echoes whichever date governed;
*> formulas read it as a date through the {AS-OF} primitive.
01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
01 WS-BIND-IN-FORCE PIC X(1).
01 WS-BIND-EFF-FROM PIC 9(8).
01 XW-NODE-STACK OCCURS 99 TIMES PIC 9(5).
01 XW-ARG-I-STACK OCCURS 99 TIMES PIC 9(2).
01 WS-XW-CALL-IDX PIC 9(5).
*> "X" for the where-used report; "D" while the validation pass
*> walks the same trees for cross-root references, when no binding
*> is marked.
01 WS-XW-PURPOSE PIC X(1) VALUE "X".
01 WS-XW-NAME PIC X(50).
01 WS-XP-COUNT PIC 9(3).
01 WS-XP-HEAD PIC 9(3).
01 WS-XREF-SEQ-EDIT PIC 9(6).
01 WS-XREF-UNUSED PIC 9(3).

*> --------------------------------------------------------------
*> Formula listing (MODE=LISTING). Every root and library formula
*> printed back as brace-notation source. A form that fits the rest
*> of the line prints on it whole; one that does not prints its
*> head and then each operand on its own line, indented two under
*> the head. The walk is over "items": a pool node (kind N), or one
*> clause of a CondC - the {test result} pair (kind C, clause
*> number) or the {else default} clause (kind D) - which have no
*> node of their own but print as forms.
*> --------------------------------------------------------------
01 WS-LISTING-RPT-NAME PIC X(50) VALUE "FORMLIST.RPT".
01 WS-LISTING-RPT-STATUS PIC XX VALUE "00".
01 WS-LISTING-RPT-OPEN PIC X(1) VALUE "N".
01 WS-LST-WIDTH PIC 9(3) VALUE 100.
01 WS-LST-LINE PIC X(132).
01 WS-LST-COL PIC 9(3).
01 WS-LST-INDENT PIC 9(3).
01 WS-LST-TEXT PIC X(132).
01 WS-LST-TEXT-LEN PIC 9(3).
01 WS-LST-PTR PIC 9(3).
01 WS-LST-IS-FORM PIC X(1).
01 WS-LST-NOSEP PIC X(1).
01 WS-LST-ITEM.
   05 LST-KIND PIC X(1).
   05 LST-NODE PIC 9(5).
   05 LST-CLAUSE PIC 9(2).
01 WS-LST-POS PIC 9(2).
*> Child of WS-LST-ITEM at position WS-LST-POS; kind space = none.
01 WS-LST-CHILD.
   05 LST-CHILD-KIND PIC X(1).
   05 LST-CHILD-NODE PIC 9(5).
   05 LST-CHILD-CLAUSE PIC 9(2).
*> Print walk, one frame per nesting level.
01 WS-LP-DEPTH PIC 9(2) VALUE 0.
01 LP-FRAMES OCCURS 99 TIMES.
   05 LP-ITEM PIC X(8).
   05 LP-POS PIC 9(2).
   05 LP-INDENT PIC 9(3).
   05 LP-DONE PIC X(1).
*> Inline rendering of one form into WS-LST-INLINE, abandoned as
*> soon as it outgrows WS-LST-INLINE-MAX.
01 WS-LST-INLINE PIC X(132).
01 WS-LST-INLINE-LEN PIC 9(3).
01 WS-LST-INLINE-MAX PIC 9(3).
*> A library formula's "{def name {lam {params} " opening, and how
*> much of it is the "{def name" part.
01 WS-LST-HEAD PIC X(132).
01 WS-LST-HEAD-LEN PIC 9(3).
01 WS-LST-DEF-LEN PIC 9(3).
01 WS-LST-TOO-LONG PIC X(1).
01 WS-LI-DEPTH PIC 9(2) VALUE 0.
01 LI-FRAMES OCCURS 99 TIMES.
   05 LI-ITEM PIC X(8).
   05 LI-POS PIC 9(2).
   05 LI-NOSEP PIC X(1).
   05 LI-DONE PIC X(1).
01 WS-LST-NUM-EDIT PIC -(9)9.9(6).
01 WS-LST-NUM-TEXT PIC X(17).
01 WS-LST-FROM PIC 9(2).
01 WS-LST-TO PIC 9(2).
01 WS-LST-I PIC 9(2).
01 WS-LST-ROOTS PIC 9(5) VALUE 0.
01 WS-LST-FORMULAS PIC 9(5) VALUE 0.
01 WS-LST-HEADING PIC X(132).
01 WS-LST-SEQ-EDIT PIC 9(6).

*> --------------------------------------------------------------
*> Dataset mode (MODE=DATASET). DS-FIELDS is the policy master's
*> layout header, one entry per "*FIELD" record; the "*KEY" record
*> fills WS-DS-KEY-START/LENGTH. WS-DS-CLOS-IDX is the closure of
*> the DATASET-FORMULA library formula, and WS-DS-CALL-SCOPE the
*> scope built for the policy being rated.
*> --------------------------------------------------------------
01 WS-POLICY-MASTER-NAME PIC X(50) VALUE "POLMAST.DAT".
01 WS-POLICY-MASTER-STATUS PIC XX VALUE "00".
01 WS-DATASET-FORMULA PIC X(50) VALUE SPACES.
01 WS-DS-CLOS-IDX PIC 9(3) VALUE 0.
01 WS-DS-KEY-START PIC 9(3) VALUE 0.
01 WS-DS-KEY-LENGTH PIC 9(3) VALUE 0.
01 WS-DS-FIELD-COUNT PIC 9(2) VALUE 0.
01 DS-FIELDS OCCURS 50 TIMES.
   05 DS-FIELD-NAME PIC X(50).
   05 DS-FIELD-TYPE PIC X(1).
   05 DS-FIELD-START PIC 9(3).
   05 DS-FIELD-LENGTH PIC 9(3).
   05 DS-FIELD-DECIMALS PIC 9(1).
01 WS-DS-I PIC 9(2).
01 WS-DS-J PIC 9(2).
01 WS-DS-FOUND PIC X(1).
01 WS-DS-END PIC 9(4).
01 WS-DS-EOF PIC X(1).
01 WS-DS-HAVE-RECORD PIC X(1).
01 WS-DS-LAYOUT-BAD PIC X(1) VALUE "N".
01 WS-DS-RECORD-BAD PIC X(1).
01 WS-DS-CALL-SCOPE PIC 9(3).
01 WS-DS-FIELD-TEXT PIC X(50).
01 WS-DS-SCALE PIC 9(10).
01 WS-STAT-MASTER-RECORDS PIC 9(6) VALUE 0.

*> --------------------------------------------------------------
*> Regression test pack (SELF-CHECK-TESTS). WS-TC-FIRST-RTE is the
*> first runtime reason code WRITE-RUNTIME-ERROR sees after
*> EVAL-TEST-ROOTS clears it - what an EXPECT=ERR case is checked
*> against.
*> --------------------------------------------------------------
01 WS-TEST-CASE-NAME PIC X(50) VALUE "TESTCASE.DAT".
01 WS-TEST-CASE-STATUS PIC XX VALUE "00".
01 WS-TEST-RPT-NAME PIC X(50) VALUE "TESTRPT.RPT".
01 WS-TEST-RPT-STATUS PIC XX VALUE "00".
01 WS-TEST-RPT-OPEN PIC X(1) VALUE "N".
01 WS-TC-EOF PIC X(1).
01 WS-TC-LINE-NO PIC 9(5).
01 WS-TC-EQ-POS PIC 9(3).
01 WS-TC-KEYWORD PIC X(20).
01 WS-TC-VALUE PIC X(500).
01 WS-TC-WORD1 PIC X(50).
01 WS-TC-WORD2 PIC X(50).
01 WS-TC-WORD3 PIC X(50).
01 WS-TC-PTR PIC 9(3).
01 WS-TC-REST PIC X(100).
01 WS-TC-NUM-TEXT PIC X(50).
01 WS-TC-NUM PIC S9(9)V9(6).
01 WS-TC-NUM-BAD PIC X(1).
01 WS-TC-ACTIVE PIC X(1) VALUE "N".
01 WS-TC-NAME PIC X(30).
01 WS-TC-SETUP-BAD PIC X(1).
01 WS-TC-SETUP-MSG PIC X(42).
01 WS-TC-PARSE-ERR PIC X(1).
01 WS-TC-EXPECT-KIND PIC X(11).
01 WS-TC-EXPECT-Z PIC S9(9)V99.
01 WS-TC-EXPECT-TEXT PIC X(100).
01 WS-TC-EXPECT-CODE PIC X(2).
01 WS-TC-REJECT-CODE PIC X(2).
01 WS-TC-FIRST-RTE PIC X(2) VALUE SPACES.
01 WS-TC-PASSED PIC X(1).
01 WS-TC-EXPECTED-DESC PIC X(42).
01 WS-TC-ACTUAL-DESC PIC X(42).
01 WS-TC-EDIT PIC -(8)9.99.
01 WS-TC-RUN-COUNT PIC 9(5) VALUE 0.
01 WS-TC-PASS-COUNT PIC 9(5) VALUE 0.
01 WS-TC-FAIL-COUNT PIC 9(5) VALUE 0.
01 WS-TC-HEADING.
   05 FILLER PIC X(30) VALUE "CASE".
   05 FILLER PIC X(6) VALUE "RESULT".
   05 FILLER PIC X(2) VALUE SPACES.
   05 FILLER PIC X(44) VALUE "EXPECTED".
   05 FILLER PIC X(42) VALUE "ACTUAL".
01 WS-TC-DETAIL.
   05 TC-CASE-NAME PIC X(30).
   05 TC-RESULT PIC X(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 TC-EXPECTED PIC X(42).
   05 FILLER PIC X(2) VALUE SPACES.
   05 TC-ACTUAL PIC X(42).
01 WS-TC-SUMMARY.
   05 TC-SUM-LABEL PIC X(20).
   05 TC-SUM-VALUE PIC ZZZZ9.

*> --------------------------------------------------------------
*> Suspense. A batch run reloads SUSPENSE.DAT after the formula
*> library and appends each entry's root to the root list behind
*> the feed's own, so a root rejected or in error on an earlier
*> run is retried against this run's bindings, rate tables and
*> formulas. SUSPNEXT.DAT is the next generation: every root that
*> failed this run (new or retried), plus any entries this run
*> could not take on, copied across unretried. A retried root that
*> now runs clean is simply not carried. SUSPENSE=N switches the
*> whole cycle off.
*> --------------------------------------------------------------
01 WS-SUSPENSE-SWITCH PIC X(1) VALUE "Y".
01 WS-SUSPENSE-NAME PIC X(50) VALUE "SUSPENSE.DAT".
01 WS-SUSPENSE-STATUS PIC XX VALUE "00".
01 WS-SUSPENSE-OUT-NAME PIC X(50) VALUE "SUSPNEXT.DAT".
01 WS-SUSPENSE-OUT-STATUS PIC XX VALUE "00".
01 WS-SUSPENSE-OUT-OPEN PIC X(1) VALUE "N".
01 WS-SUSPENSE-RPT-NAME PIC X(50) VALUE "SUSPAGE.RPT".
01 WS-SUSPENSE-RPT-STATUS PIC XX VALUE "00".
01 WS-SUSPENSE-RPT-OPEN PIC X(1) VALUE "N".
*> The calendar date of the run, whatever AS-OF says - first-failed
*> and last-tried dates and the aging are real elapsed time.
01 WS-RUN-DATE PIC 9(8) VALUE 0.

*> Suspense entry header: follows the entry's node records
*> (WS-LIB-NODE-REC layout, carrying the writing run's pool
*> indexes). SH-REASON-SOURCE is V for a validation reject, R for a
*> runtime error; SH-REASON-NAME is the offending name a runtime
*> error reported, if any.
01 WS-SUSP-HEADER-REC.
   05 SH-REC-TYPE PIC X(1).
   05 SH-ROOT-IDX PIC 9(5).
   05 SH-BUS-KEY PIC X(20).
   05 SH-REASON-SOURCE PIC X(1).
   05 SH-REASON-CODE PIC X(2).
   05 SH-FIRST-FAILED PIC 9(8).
   05 SH-LAST-TRIED PIC 9(8).
   05 SH-TRY-COUNT PIC 9(4).
   05 SH-REASON-NAME PIC X(50).

*> Parallel to WS-ROOT-LIST: the date a suspense root first failed
*> and how often it has been tried (both 0 for a feed root), and
*> the validation reason a rejected root was turned away with.
01 ROOT-FIRST-FAILED OCCURS 10000 TIMES PIC 9(8).
01 ROOT-TRY-COUNT OCCURS 10000 TIMES PIC 9(4).
01 ROOT-FAIL-CODE OCCURS 10000 TIMES PIC X(2).
01 WS-FEED-ROOT-COUNT PIC 9(5) VALUE 0.
*> Load-side state. SUSP-OLD-IDX remembers, per pool slot, the
*> writing run's index the slot was loaded for, so the entry's
*> LIB-IDX-MAP cells can be cleared once it is relinked - every
*> entry is self-contained and must not resolve against another's.
01 SUSP-OLD-IDX OCCURS 10000 TIMES PIC 9(5).
01 WS-SUSP-ACTIVE PIC X(1) VALUE "N".
01 WS-SUSP-ENTRY-FIRST PIC 9(5).
01 WS-SUSP-REC-NO PIC 9(7).
01 WS-SUSP-ENTRY-REC PIC 9(7).
*> Record ranges of SUSPENSE.DAT not taken on this run - a damaged
*> entry, or everything from where the load had to stop - which
*> CLOSE-SUSPENSE-OUT copies to SUSPNEXT.DAT as they stand.
01 WS-SUSP-KEEP-COUNT PIC 9(3) VALUE 0.
01 SUSP-KEEP-RANGE OCCURS 100 TIMES.
   05 SUSP-KEEP-FROM PIC 9(7).
   05 SUSP-KEEP-TO PIC 9(7).
01 WS-SUSP-COPY PIC X(1).
01 WS-SUSP-I PIC 9(5).
01 WS-SUSP-FOUND PIC X(1).
01 WS-SUSP-EOF PIC X(1).
*> First runtime reason and name WRITE-RUNTIME-ERROR sees for the
*> root being evaluated.
01 WS-SUSP-ROOT-RTE PIC X(2) VALUE SPACES.
01 WS-SUSP-ROOT-RTE-NAME PIC X(50) VALUE SPACES.
01 WS-STAT-SUSP-LOADED PIC 9(6) VALUE 0.
01 WS-STAT-SUSP-CLEARED PIC 9(6) VALUE 0.
01 WS-STAT-SUSP-SUPERSEDED PIC 9(6) VALUE 0.
01 WS-STAT-SUSP-NEW PIC 9(6) VALUE 0.
01 WS-STAT-SUSP-RETAINED PIC 9(6) VALUE 0.
01 WS-STAT-SUSP-CARRIED PIC 9(6) VALUE 0.

*> Aging report: SUSPNEXT.DAT's headers read back and filed in
*> reason order, oldest first within a reason, then summarized by
*> reason into age buckets of 0-7, 8-30, 31-90 and over 90 days.
01 WS-AGE-COUNT PIC 9(5) VALUE 0.
01 AGE-ENTRIES OCCURS 10000 TIMES.
   05 AGE-REASON PIC X(3).
   05 AGE-FIRST-FAILED PIC 9(8).
   05 AGE-DAYS PIC 9(5).
   05 AGE-TRY-COUNT PIC 9(4).
   05 AGE-BUS-KEY PIC X(20).
   05 AGE-NAME PIC X(50).
01 WS-AGE-NEW.
   05 AGE-NEW-REASON PIC X(3).
   05 AGE-NEW-FIRST-FAILED PIC 9(8).
   05 AGE-NEW-DAYS PIC 9(5).
   05 AGE-NEW-TRY-COUNT PIC 9(4).
   05 AGE-NEW-BUS-KEY PIC X(20).
   05 AGE-NEW-NAME PIC X(50).
01 WS-AGE-I PIC 9(5).
01 WS-AGE-AT PIC 9(5).
01 WS-AGE-OVERFLOW PIC 9(6) VALUE 0.
01 WS-AGE-BUCKET PIC 9(1).
01 WS-AGE-REASON-COUNT PIC 9(2) VALUE 0.
01 AGE-REASONS OCCURS 50 TIMES.
   05 AR-REASON PIC X(3).
   05 AR-BUCKET OCCURS 4 TIMES PIC 9(6).
   05 AR-TOTAL PIC 9(6).
01 AGE-GRAND-BUCKET OCCURS 4 TIMES PIC 9(6).
01 WS-AGE-GRAND-TOTAL PIC 9(6).
01 WS-AGE-HEADING.
   05 FILLER PIC X(8) VALUE "REASON".
   05 FILLER PIC X(22) VALUE "BUSINESS KEY".
   05 FILLER PIC X(14) VALUE "FIRST FAILED".
   05 FILLER PIC X(7) VALUE "DAYS".
   05 FILLER PIC X(7) VALUE "TRIES".
   05 FILLER PIC X(50) VALUE "NAME".
01 WS-AGE-DETAIL.
   05 AGE-D-REASON PIC X(3).
   05 FILLER PIC X(5) VALUE SPACES.
   05 AGE-D-KEY PIC X(20).
   05 FILLER PIC X(2) VALUE SPACES.
   05 AGE-D-FIRST PIC 9(8).
   05 FILLER PIC X(4) VALUE SPACES.
   05 AGE-D-DAYS PIC ZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 AGE-D-TRIES PIC ZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 AGE-D-NAME PIC X(50).
01 WS-AGE-SUM-HEADING.
   05 FILLER PIC X(8) VALUE "REASON".
   05 FILLER PIC X(11) VALUE "   0-7 DAYS".
   05 FILLER PIC X(11) VALUE "  8-30 DAYS".
   05 FILLER PIC X(11) VALUE " 31-90 DAYS".
   05 FILLER PIC X(11) VALUE "    OVER 90".
   05 FILLER PIC X(11) VALUE "      TOTAL".
01 WS-AGE-SUMMARY.
   05 AGE-S-REASON PIC X(8).
   05 AGE-S-BUCKET OCCURS 4 TIMES.
      10 FILLER PIC X(5).
      10 AGE-S-COUNT PIC ZZZZZ9.
   05 FILLER PIC X(5).
   05 AGE-S-TOTAL PIC ZZZZZ9.
01 WS-AGE-COUNT-LINE.
   05 AGE-C-LABEL PIC X(30).
   05 AGE-C-VALUE PIC ZZZZZ9.

*> --------------------------------------------------------------
*> Results history. HISTORY-POST=Y has a batch or dataset run post
*> its results file to the history master (HISTORY-FILE=, default
*> RESHIST.DAT) once it is closed - but only after the file has
*> been read back and found to end in a "*TRAIL" record whose
*> count, error count and hash total agree with the records ahead
*> of it. A resumed, aborted or unbalanced run posts nothing.
*> MODE=HISTORY lists the master for one key (HISTORY-KEY-FROM=),
*> a range of keys (HISTORY-KEY-FROM= and HISTORY-KEY-TO=) or, with
*> neither, every key, optionally only the as-of dates from
*> HISTORY-DATE-FROM= to HISTORY-DATE-TO=, on HISTORY.RPT
*> (HISTORY-RPT-FILE=).
*> --------------------------------------------------------------
01 WS-HISTORY-POST PIC X(1) VALUE "N".
01 WS-HISTORY-FILE-NAME PIC X(50) VALUE "RESHIST.DAT".
01 WS-HISTORY-FILE-STATUS PIC XX VALUE "00".
01 WS-HISTORY-OPEN PIC X(1) VALUE "N".
01 WS-HISTORY-RPT-NAME PIC X(50) VALUE "HISTORY.RPT".
01 WS-HISTORY-RPT-STATUS PIC XX VALUE "00".
01 WS-HISTORY-RPT-OPEN PIC X(1) VALUE "N".
01 WS-HIST-KEY-FROM PIC X(20) VALUE SPACES.
01 WS-HIST-KEY-TO PIC X(20) VALUE SPACES.
01 WS-HIST-DATE-FROM PIC 9(8) VALUE 0.
01 WS-HIST-DATE-TO PIC 9(8) VALUE 99999999.
*> Identifies the run on every entry it posts: run date and the
*> time of day the run started.
01 WS-RUN-STAMP.
   05 RUN-STAMP-DATE PIC 9(8).
   05 RUN-STAMP-TIME PIC 9(6).
01 WS-RUN-TIME.
   05 RUN-TIME-HHMMSS PIC 9(6).
   05 RUN-TIME-HUNDREDTHS PIC 9(2).
*> Set once this run's trailer is safely written: a results file
*> left behind by an earlier run must never be posted again.
01 WS-TRL-WRITTEN PIC X(1) VALUE "N".
*> Balancing reread of the results file before posting.
01 WS-HIST-BALANCED PIC X(1).
01 WS-HIST-TRAIL-SEEN PIC X(1).
01 WS-HIST-PAST-TRAIL PIC X(1).
01 WS-HIST-RECORD-COUNT PIC 9(9).
01 WS-HIST-ERROR-COUNT PIC 9(9).
01 WS-HIST-HASH-TOTAL PIC S9(13)V99.
01 WS-HIST-TL-RECORD-COUNT PIC 9(9).
01 WS-HIST-TL-ERROR-COUNT PIC 9(9).
01 WS-HIST-TL-HASH-TOTAL PIC S9(13)V99.
01 WS-HIST-EOF PIC X(1).
01 WS-HIST-ATTEMPTED PIC X(1) VALUE "N".
01 WS-STAT-HIST-POSTED PIC 9(6) VALUE 0.
01 WS-STAT-HIST-KEYLESS PIC 9(6) VALUE 0.
01 WS-STAT-HIST-DUPLICATE PIC 9(6) VALUE 0.
*> Extract state: the key being listed and, per output name seen
*> under it so far, the last value - the basis of the change column.
01 WS-HIST-CUR-KEY PIC X(20).
01 WS-HIST-KEY-HEADED PIC X(1).
01 WS-HIST-KEYS-LISTED PIC 9(6) VALUE 0.
01 WS-HIST-ENTRIES-LISTED PIC 9(6) VALUE 0.
01 WS-HIST-OUT-COUNT PIC 9(3) VALUE 0.
01 HIST-OUTPUTS OCCURS 100 TIMES.
   05 HO-NAME PIC X(50).
   05 HO-TYPE PIC X(1).
   05 HO-NUM-VALUE PIC S9(9)V99.
   05 HO-STR-VALUE PIC X(100).
   05 HO-ERROR-FLAG PIC X(1).
01 WS-HIST-OUT-AT PIC 9(3).
01 WS-HIST-I PIC 9(3).
01 WS-HIST-DIFF PIC S9(10)V99.
01 WS-HIST-DIFF-EDIT PIC +(10)9.99.
01 WS-HIST-VALUE-EDIT PIC -(9)9.99.
01 WS-HIST-DATE-EDIT PIC 9(8).
01 WS-HIST-LINE PIC X(132).
01 WS-HIST-HEADING.
   05 FILLER PIC X(10) VALUE "AS-OF".
   05 FILLER PIC X(16) VALUE "RUN STAMP".
   05 FILLER PIC X(8) VALUE "SEQ".
   05 FILLER PIC X(22) VALUE "OUTPUT".
   05 FILLER PIC X(3) VALUE "T".
   05 FILLER PIC X(32) VALUE "VALUE".
   05 FILLER PIC X(16) VALUE "CHANGE".
   05 FILLER PIC X(4) VALUE "ERR".
   05 FILLER PIC X(20) VALUE "RESULTS FILE".
01 WS-HIST-DETAIL.
   05 HIST-D-AS-OF PIC 9(8).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-STAMP PIC 9(14).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-SEQ PIC 9(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-OUTPUT PIC X(20).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-TYPE PIC X(1).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-VALUE PIC X(30).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-CHANGE PIC X(14).
   05 FILLER PIC X(2) VALUE SPACES.
   05 HIST-D-ERR PIC X(1).
   05 FILLER PIC X(3) VALUE SPACES.
   05 HIST-D-FILE PIC X(20).

*> --------------------------------------------------------------
*> Results summary. SUMMARY=Y has a batch or dataset run total its
*> closed results file by up to three segments of RS-BUS-KEY -
*> SUMMARY-BREAK1=start,length for the outermost break (default
*> 1,3), SUMMARY-BREAK2= (default 4,3) and SUMMARY-BREAK3= (default
*> none); NONE switches a level off, and a level after one that is
*> off is not used. Each break shows the record and error counts,
*> the total of RS-NUM-VALUE over every record (so the grand total
*> ties to the trailer's hash), and the minimum, maximum and average
*> over the clean numeric results alone - errors and string or date
*> results carry no money. Written to RESSUM.RPT
*> (SUMMARY-RPT-FILE=).
*> --------------------------------------------------------------
01 WS-SUMMARY-SWITCH PIC X(1) VALUE "N".
01 WS-SUMMARY-RPT-NAME PIC X(50) VALUE "RESSUM.RPT".
01 WS-SUMMARY-RPT-STATUS PIC XX VALUE "00".
01 WS-SUMMARY-RPT-OPEN PIC X(1) VALUE "N".
01 SUM-BREAKS VALUE "010304030000".
   05 SUM-BREAK OCCURS 3 TIMES.
      10 SUM-BREAK-START PIC 9(2).
      10 SUM-BREAK-LEN PIC 9(2).
01 WS-SUM-LEVELS PIC 9(1).
01 WS-SUM-SET-LEVEL PIC 9(1).
01 WS-SUM-ARG-START PIC X(10).
01 WS-SUM-ARG-LEN PIC X(10).
01 WS-SUM-ARG-SIZE PIC 9(2).
01 WS-SUM-ARG-OK PIC X(1).
01 WS-SUM-NUM-START PIC 9(2).
01 WS-SUM-NUM-LEN PIC 9(2).
*> One entry per distinct innermost key, kept in key order as the
*> records are filed - the groups a control-break listing needs,
*> without sorting the results file itself.
01 WS-SUM-GROUP-COUNT PIC 9(5) VALUE 0.
01 SUM-GROUPS OCCURS 5000 TIMES.
   05 SG-KEY.
      10 SG-SEG OCCURS 3 TIMES PIC X(20).
   05 SG-COUNTS.
      10 SG-RECORDS PIC 9(9).
      10 SG-ERRORS PIC 9(9).
      10 SG-TOTAL PIC S9(15)V99.
      10 SG-PRICED PIC 9(9).
      10 SG-PRICED-TOTAL PIC S9(15)V99.
      10 SG-MIN PIC S9(9)V99.
      10 SG-MAX PIC S9(9)V99.
01 WS-SUM-NEW-KEY.
   05 SUM-NEW-SEG OCCURS 3 TIMES PIC X(20).
01 WS-SUM-LOW PIC 9(5).
01 WS-SUM-HIGH PIC 9(5).
01 WS-SUM-MID PIC 9(5).
01 WS-SUM-AT PIC 9(5).
01 WS-SUM-FOUND PIC X(1).
01 WS-SUM-G PIC 9(5).
01 WS-SUM-L PIC 9(1).
01 WS-SUM-BREAK-AT PIC 9(1).
*> Break-level accumulators (1-3) and the grand total (4), in the
*> SG-COUNTS shape; WS-SUM-ROLL is the one being added in or printed.
01 SUM-LEVEL-TOTALS OCCURS 4 TIMES.
   05 SL-RECORDS PIC 9(9).
   05 SL-ERRORS PIC 9(9).
   05 SL-TOTAL PIC S9(15)V99.
   05 SL-PRICED PIC 9(9).
   05 SL-PRICED-TOTAL PIC S9(15)V99.
   05 SL-MIN PIC S9(9)V99.
   05 SL-MAX PIC S9(9)V99.
01 WS-SUM-ROLL.
   05 SR-RECORDS PIC 9(9).
   05 SR-ERRORS PIC 9(9).
   05 SR-TOTAL PIC S9(15)V99.
   05 SR-PRICED PIC 9(9).
   05 SR-PRICED-TOTAL PIC S9(15)V99.
   05 SR-MIN PIC S9(9)V99.
   05 SR-MAX PIC S9(9)V99.
*> Records whose group found the table full: in the grand total,
*> on no break line.
01 WS-SUM-OVERFLOW PIC 9(9) VALUE 0.
01 WS-SUM-TRAIL-SEEN PIC X(1).
01 WS-SUM-PAST-TRAIL PIC X(1).
01 WS-SUM-TL-RECORD-COUNT PIC 9(9).
01 WS-SUM-TL-ERROR-COUNT PIC 9(9).
01 WS-SUM-TL-HASH-TOTAL PIC S9(13)V99.
01 WS-SUM-HASH-CHECK PIC S9(13)V99.
01 WS-SUM-AVERAGE PIC S9(9)V99.
01 WS-SUM-EOF PIC X(1).
01 WS-SUM-KEY-TEXT PIC X(70).
01 WS-SUM-KEY-PTR PIC 9(3).
01 WS-SUM-LINE PIC X(132).
01 WS-SUM-HEADING.
   05 FILLER PIC X(8) VALUE "LEVEL".
   05 FILLER PIC X(31) VALUE "KEY".
   05 FILLER PIC X(10) VALUE "    COUNT".
   05 FILLER PIC X(10) VALUE "   ERRORS".
   05 FILLER PIC X(20) VALUE "              TOTAL".
   05 FILLER PIC X(16) VALUE "        MINIMUM".
   05 FILLER PIC X(16) VALUE "        MAXIMUM".
   05 FILLER PIC X(15) VALUE "        AVERAGE".
01 WS-SUM-DETAIL.
   05 SUM-D-LEVEL PIC X(8).
   05 SUM-D-KEY PIC X(30).
   05 FILLER PIC X(1) VALUE SPACES.
   05 SUM-D-RECORDS PIC ZZZZZZZZ9.
   05 FILLER PIC X(1) VALUE SPACES.
   05 SUM-D-ERRORS PIC ZZZZZZZZ9.
   05 FILLER PIC X(1) VALUE SPACES.
   05 SUM-D-TOTAL PIC ----,---,---,--9.99.
   05 FILLER PIC X(1) VALUE SPACES.
   05 SUM-D-MIN PIC ----,---,--9.99.
   05 SUM-D-MIN-X REDEFINES SUM-D-MIN PIC X(15).
   05 FILLER PIC X(1) VALUE SPACES.
   05 SUM-D-MAX PIC ----,---,--9.99.
   05 SUM-D-MAX-X REDEFINES SUM-D-MAX PIC X(15).
   05 FILLER PIC X(1) VALUE SPACES.
   05 SUM-D-AVERAGE PIC ----,---,--9.99.
   05 SUM-D-AVERAGE-X REDEFINES SUM-D-AVERAGE PIC X(15).

*> --------------------------------------------------------------
*> Execution profile. PROFILE=Y has a batch or dataset run count,
*> from the first load to the last save, every node evaluation by
*> node type, every PrimOp evaluation by symbol and every closure
*> call by the name APPLY-CLOSURE enters it under, keep the pool
*> churn, time the load, validate, evaluate and save phases, and
*> write it all to PROFILE.RPT (PROFILE-RPT-FILE=). Cost is counted
*> in node evaluations - the one measure that does not move with
*> the machine's load; the phase times give the clock.
*> --------------------------------------------------------------
01 WS-PROFILE-SWITCH PIC X(1) VALUE "N".
01 WS-PROFILE-RPT-NAME PIC X(50) VALUE "PROFILE.RPT".
01 WS-PROFILE-RPT-STATUS PIC XX VALUE "00".
01 WS-PROFILE-RPT-OPEN PIC X(1) VALUE "N".
*> Y only between PROFILE-START and the report, so the self-check
*> pack's evaluations never reach the counts.
01 WS-PF-ACTIVE PIC X(1) VALUE "N".
01 WS-PF-NODE-EVALS PIC 9(11) VALUE 0.
01 PF-TYPE-NAME-VALUES PIC X(50)
    VALUE "NumC DatC StrC IdC  IfC  CondCAppC LamC DefC other".
01 PF-TYPE-NAME-TABLE REDEFINES PF-TYPE-NAME-VALUES.
   05 PF-TYPE-NAME OCCURS 10 TIMES PIC X(5).
01 PF-TYPE-COUNTS.
   05 PF-TYPE-COUNT OCCURS 10 TIMES PIC 9(11).
01 WS-PF-TYPE-AT PIC 9(2).
01 WS-PF-PRIM-COUNT PIC 9(3) VALUE 0.
01 PF-PRIMS OCCURS 100 TIMES.
   05 PF-PRIM-SYM PIC X(10).
   05 PF-PRIM-EVALS PIC 9(11).
   05 PF-PRIM-LISTED PIC X(1).
01 WS-PF-PRIM-OTHER PIC 9(11) VALUE 0.
*> Closure calls by name. PF-FORM-NODES counts the node evaluations
*> made inside the outermost active call of each name only, so a
*> recursive formula is not charged again for its own inner calls.
01 WS-PF-FORM-COUNT PIC 9(3) VALUE 0.
01 PF-FORMS OCCURS 500 TIMES.
   05 PF-FORM-NAME PIC X(50).
   05 PF-FORM-CALLS PIC 9(11).
   05 PF-FORM-NODES PIC 9(11).
   05 PF-FORM-ACTIVE PIC 9(3).
01 PF-FORM-HOLD.
   05 PF-HOLD-NAME PIC X(50).
   05 PF-HOLD-CALLS PIC 9(11).
   05 PF-HOLD-NODES PIC 9(11).
   05 PF-HOLD-ACTIVE PIC 9(3).
01 WS-PF-FORM-OTHER PIC 9(11) VALUE 0.
01 WS-PF-NAME PIC X(50).
01 WS-PF-FORM-AT PIC 9(3).
*> One entry per call in progress, pushed as a call is entered and
*> popped as it returns.
01 WS-PF-CALL-SP PIC 9(3) VALUE 0.
01 PF-CALL-STACK OCCURS 120 TIMES.
   05 PF-CALL-FORM PIC 9(3).
   05 PF-CALL-START PIC 9(11).
01 WS-PF-I PIC 9(3).
01 WS-PF-J PIC 9(3).
*> Pool churn. The counts run whether or not the profile is on;
*> PROFILE-START zeroes them.
01 WS-PF-SCOPES-MADE PIC 9(11) VALUE 0.
01 WS-PF-SCOPES-FREED PIC 9(11) VALUE 0.
01 WS-PF-SCOPES-RECLAIMED PIC 9(11) VALUE 0.
01 WS-PF-CLOSURES-MADE PIC 9(11) VALUE 0.
01 WS-PF-CLOSURES-RECLAIMED PIC 9(11) VALUE 0.
01 WS-PF-CLOSURE-CALLS PIC 9(11) VALUE 0.
01 WS-PF-RECLAIM-CALLS PIC 9(11) VALUE 0.
01 WS-PF-RECLAIM-PASSES PIC 9(11) VALUE 0.
*> Per-root cost and the twenty costliest roots, dearest first.
01 WS-PF-ROOT-START PIC 9(11).
01 WS-PF-ROOT-CALLS-START PIC 9(11).
01 WS-PF-ROOT-SCOPES-START PIC 9(11).
01 WS-PF-ROOT-COUNT PIC 9(2) VALUE 0.
01 PF-ROOTS OCCURS 21 TIMES.
   05 PF-ROOT-SEQ PIC 9(6).
   05 PF-ROOT-KEY PIC X(20).
   05 PF-ROOT-NODE PIC 9(5).
   05 PF-ROOT-NODES PIC 9(11).
   05 PF-ROOT-CALLS PIC 9(11).
   05 PF-ROOT-SCOPES PIC 9(11).
01 PF-ROOT-NEW.
   05 PF-NEW-SEQ PIC 9(6).
   05 PF-NEW-KEY PIC X(20).
   05 PF-NEW-NODE PIC 9(5).
   05 PF-NEW-NODES PIC 9(11).
   05 PF-NEW-CALLS PIC 9(11).
   05 PF-NEW-SCOPES PIC 9(11).
01 WS-PF-ROOTS-PROFILED PIC 9(9) VALUE 0.
*> Phase clock, in hundredths of a second since midnight.
01 WS-PF-PHASE PIC 9(1).
01 PF-PHASE-NAME-VALUES PIC X(40)
    VALUE "LOAD      VALIDATE  EVALUATE  SAVE      ".
01 PF-PHASE-NAME-TABLE REDEFINES PF-PHASE-NAME-VALUES.
   05 PF-PHASE-NAME OCCURS 4 TIMES PIC X(10).
01 PF-PHASE-TIMES.
   05 PF-PHASE-HUNDREDTHS OCCURS 4 TIMES PIC 9(9).
01 WS-PF-CLOCK.
   05 PF-CLOCK-HH PIC 9(2).
   05 PF-CLOCK-MM PIC 9(2).
   05 PF-CLOCK-SS PIC 9(2).
   05 PF-CLOCK-CC PIC 9(2).
01 WS-PF-NOW PIC 9(9).
01 WS-PF-LAST-MARK PIC 9(9).
01 WS-PF-ELAPSED PIC S9(9).
01 WS-PF-TOTAL-TIME PIC 9(9).
01 WS-PF-TOTAL PIC 9(11).
01 WS-PF-COUNT PIC 9(11).
01 WS-PF-LINE PIC X(132).
01 WS-PF-COUNT-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 PF-C-LABEL PIC X(30).
   05 PF-C-VALUE PIC Z(10)9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 PF-C-PCT PIC ZZ9.9.
   05 PF-C-PCT-SIGN PIC X(1).
01 WS-PF-PCT PIC 9(3)V9.
01 WS-PF-TIME-LINE.
   05 FILLER PIC X(2) VALUE SPACES.
   05 PF-T-LABEL PIC X(30).
   05 PF-T-SECONDS PIC Z(7)9.99.
01 WS-PF-SECONDS PIC 9(7)V99.
01 WS-PF-FORM-HEADING.
   05 FILLER PIC X(6) VALUE "RANK".
   05 FILLER PIC X(32) VALUE "  FORMULA".
   05 FILLER PIC X(12) VALUE "       CALLS".
   05 FILLER PIC X(13) VALUE "   NODE EVALS".
   05 FILLER PIC X(13) VALUE "     PER CALL".
   05 FILLER PIC X(8) VALUE "  SHARE".
01 WS-PF-FORM-DETAIL.
   05 PF-F-RANK PIC ZZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 PF-F-NAME PIC X(30).
   05 PF-F-CALLS PIC Z(11)9.
   05 PF-F-NODES PIC Z(12)9.
   05 PF-F-PER-CALL PIC Z(12)9.
   05 FILLER PIC X(2) VALUE SPACES.
   05 PF-F-PCT PIC ZZ9.9.
   05 FILLER PIC X(1) VALUE "%".
01 WS-PF-ROOT-HEADING.
   05 FILLER PIC X(6) VALUE "RANK".
   05 FILLER PIC X(9) VALUE "  SEQ".
   05 FILLER PIC X(22) VALUE "BUSINESS KEY".
   05 FILLER PIC X(5) VALUE "NODE".
   05 FILLER PIC X(15) VALUE "     NODE EVALS".
   05 FILLER PIC X(15) VALUE "  CLOSURE CALLS".
   05 FILLER PIC X(15) VALUE "  SCOPES OPENED".
01 WS-PF-ROOT-DETAIL.
   05 PF-R-RANK PIC ZZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 PF-R-SEQ PIC 9(6).
   05 FILLER PIC X(1) VALUE SPACES.
   05 PF-R-KEY PIC X(20).
   05 FILLER PIC X(2) VALUE SPACES.
   05 PF-R-NODE PIC 9(5).
   05 PF-R-NODES PIC Z(14)9.
   05 PF-R-CALLS PIC Z(14)9.
   05 PF-R-SCOPES PIC Z(14)9.

*> Production runs set SKIP-SELF-CHECK=Y: the harness double-loads
*> bindings and pollutes the log on every run that doesn't need it.
01 WS-SKIP-SELF-CHECK PIC X(1) VALUE "N".
   05 ARG-VAL-Z OCCURS 10 TIMES PIC S9(9)V9(6).
   05 ARG-VAL-S OCCURS 10 TIMES PIC X(100).
   05 ARG-VAL-S-LEN OCCURS 10 TIMES PIC 9(3).
   05 ARG-VAL-TYPE OCCURS 10 TIMES PIC X(1).

*> Scratch used to pass a call into EVAL-CHILD and read its result
*> back out once WS-DEPTH has been restored.
01 WS-AB-STR PIC X(50).

01 WS-EVAL-NODE-IDX PIC 9(5).
*> The scope EVAL-TOP-NODE evaluates in. Always the global scope
*> except in the dataset mode, which evaluates a formula body in the
*> call scope holding one policy's attributes and puts 1 back after.
01 WS-EVAL-SCOPE-IDX PIC 9(3) VALUE 1.
*> Stacked per depth: APPLY-CLOSURE evaluates each argument through
*> EVAL-CHILD before binding it, and that argument may itself invoke
*> another closure one level deeper - a plain scalar here would be
01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 100.
01 WS-EOF-FLAG PIC X(1) VALUE "N".
01 WS-RESULTS-OPEN PIC X(1) VALUE "N".
*> Set once this run has opened its results file for writing: a
*> run that stops short of that leaves the prior run's file in
*> place, and that file is no summary of this one.
01 WS-RESULTS-WRITTEN PIC X(1) VALUE "N".

*> Root list: the pool index of every root expression, in evaluation
*> order - record-file roots first (file order), then one root per
*> still counts a rejected root's sequence number but does not
*> evaluate it.
01 ROOT-VALID-FLAG OCCURS 10000 TIMES PIC X(1).
*> Parallel to WS-ROOT-LIST: the node and text a rejected root was
*> turned away with, held until the root list is in its final order
*> so the reject file carries the sequence the root would have run
*> at.
01 ROOT-REJECT-NODE OCCURS 10000 TIMES PIC 9(5).
01 ROOT-REJECT-TEXT OCCURS 10000 TIMES PIC X(40).

*> --------------------------------------------------------------
*> Cross-root references. {RESULT "key"} is the figure the root
*> carrying that business key produced earlier in the same run;
*> {RESULT "key" "output"} picks, among several roots sharing the
*> key, the one whose top node is {def output ...}. The validation
*> pass resolves every reference to a root (NODE-REF-ROOT, kept per
*> pool node, so a library formula's reference resolves once),
*> records one edge per distinct root a root depends on, and
*> re-sequences the root list so each root follows everything it
*> depends on: a root is held back until just after its last
*> dependency, every other root keeps its place. Roots caught in a
*> circular chain are rejected. ROOT-RES-* keep each evaluated
*> root's penny figure for the roots that follow it; state "Y" is
*> a clean result, "E" an errored one, space not evaluated.
*> --------------------------------------------------------------
01 XR-NODE-REF-TABLE.
   05 NODE-REF-ROOT OCCURS 10000 TIMES PIC 9(5).
01 XR-ROOT-RESULT-STATES.
   05 ROOT-RES-STATE OCCURS 10000 TIMES PIC X(1).
01 ROOT-RES-TYPE OCCURS 10000 TIMES PIC X(1).
01 ROOT-RES-Z OCCURS 10000 TIMES PIC S9(9)V99.
01 ROOT-RES-S OCCURS 10000 TIMES PIC X(100).
01 ROOT-RES-S-LEN OCCURS 10000 TIMES PIC 9(3).
*> Parallel to WS-ROOT-LIST: the root's dependency edges (the
*> ROOT-EDGE-COUNT entries of XR-EDGES from ROOT-EDGE-FIRST) and
*> whether any other root depends on it.
01 ROOT-EDGE-FIRST OCCURS 10000 TIMES PIC 9(5).
01 ROOT-EDGE-COUNT OCCURS 10000 TIMES PIC 9(5).
01 ROOT-REFERENCED OCCURS 10000 TIMES PIC X(1).
01 WS-XR-EDGE-COUNT PIC 9(5) VALUE 0.
01 XR-EDGES OCCURS 20000 TIMES.
   05 XR-EDGE-FROM PIC 9(5).
   05 XR-EDGE-TO PIC 9(5).
   05 XR-EDGE-NEXT PIC 9(5).
*> Sequencing work areas, indexed by the root's load position.
01 ROOT-DEP-PENDING OCCURS 10000 TIMES PIC 9(5).
01 XR-FIRST-DEPENDENT OCCURS 10000 TIMES PIC 9(5).
01 XR-LAST-DEPENDENT OCCURS 10000 TIMES PIC 9(5).
01 XR-DEPENDENTS-LEFT OCCURS 10000 TIMES PIC 9(5).
01 XR-PEELED OCCURS 10000 TIMES PIC X(1).
01 XR-REACHED OCCURS 10000 TIMES PIC X(1).
01 XR-ON-CYCLE OCCURS 10000 TIMES PIC X(1).
01 XR-NEW-POS-TABLE.
   05 XR-NEW-POS OCCURS 10000 TIMES PIC 9(5).
01 XR-ORDER OCCURS 10000 TIMES PIC 9(5).
01 XR-QUEUE OCCURS 10000 TIMES PIC 9(5).
01 XR-HOLD-ENTRY OCCURS 10000 TIMES.
   05 XH-ROOT-NODE PIC 9(5).
   05 XH-ROOT-KEY PIC X(20).
   05 XH-VALID-FLAG PIC X(1).
   05 XH-FIRST-FAILED PIC 9(8).
   05 XH-TRY-COUNT PIC 9(4).
   05 XH-FAIL-CODE PIC X(2).
   05 XH-REJECT-NODE PIC 9(5).
   05 XH-REJECT-TEXT PIC X(40).
   05 XH-EDGE-FIRST PIC 9(5).
   05 XH-EDGE-COUNT PIC 9(5).
   05 XH-REFERENCED PIC X(1).
01 WS-XR-IN-USE PIC X(1).
01 WS-XR-ERR PIC X(1).
*> "Y" while a root ahead of a checkpoint's restart point is run
*> again only so later roots can reference it - nothing it raises
*> is logged a second time.
01 WS-XR-REPLAY PIC X(1) VALUE "N".
01 WS-XR-DEP-FAILED PIC X(1).
01 WS-XR-FOUND PIC X(1).
01 WS-XR-I PIC 9(5).
01 WS-XR-E PIC 9(5).
01 WS-XR-E-END PIC 9(5).
01 WS-XR-R PIC 9(5).
01 WS-XR-D PIC 9(5).
01 WS-XR-NODE PIC 9(5).
01 WS-XR-ARG-NODE PIC 9(5).
01 WS-XR-TARGET PIC 9(5).
01 WS-XR-MATCHES PIC 9(5).
01 WS-XR-SCAN PIC 9(5).
01 WS-XR-START PIC 9(5).
01 WS-XR-PLACED PIC 9(5).
01 WS-XR-Q-HEAD PIC 9(5).
01 WS-XR-Q-TAIL PIC 9(5).
01 WS-XR-KEY PIC X(50).
01 WS-XR-OUTPUT PIC X(50).
01 WS-XR-ROOT-OUTPUT PIC X(50).
01 WS-XR-OPERAND PIC X(50).
01 WS-XR-REASON-CODE PIC X(2).
01 WS-XR-REASON-TEXT PIC X(40).

*> --------------------------------------------------------------
*> Validation-pass working storage. VALIDATE-CHILD/VALIDATE-NODE
    DISPLAY "Starting interpreter run..."
    *> The run date is the default as-of date; AS-OF= in the run
    *> control replaces it for reruns and back-dated corrections.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE TO WS-AS-OF-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE WS-RUN-DATE TO RUN-STAMP-DATE
    MOVE RUN-TIME-HHMMSS TO RUN-STAMP-TIME
    PERFORM READ-RUN-CONTROL
    *> MODE=TEST runs the regression pack and nothing else, whatever
    *> SKIP-SELF-CHECK says.
    IF WS-SKIP-SELF-CHECK = "Y" AND WS-RUN-MODE NOT = "TEST"
        CONTINUE
    ELSE
        PERFORM SELF-CHECK-TESTS
    END-IF
    IF WS-PROFILE-SWITCH = "Y"
        EVALUATE WS-RUN-MODE
            WHEN "INQUIRY"
            WHEN "SCENARIO"
            WHEN "XREF"
            WHEN "LISTING"
            WHEN "HISTORY"
            WHEN "TEST"
                DISPLAY "PROFILE=Y applies to batch and dataset runs "
                    "only - no profile for MODE=" WS-RUN-MODE
                MOVE "N" TO WS-PROFILE-SWITCH
            WHEN OTHER
                PERFORM PROFILE-START
        END-EVALUATE
    END-IF
    *> The regression pack above runs its cases' own formulas and
    *> bindings through the same global scope, node pool and closure
    *> pool that a real batch run uses. Initialize and
    *> load the bindings file fresh so none of that self-check state -
    *> bindings, closures, or the node-pool high-water mark - is still
    *> visible to BATCH-DRIVER; a batch record that names an undefined
            PERFORM SCENARIO-DRIVER
        WHEN "XREF"
            PERFORM XREF-DRIVER
        WHEN "DATASET"
            PERFORM DATASET-DRIVER
            IF WS-SUMMARY-SWITCH = "Y"
                PERFORM SUMMARIZE-THIS-RUN
            END-IF
            IF WS-HISTORY-POST = "Y"
                PERFORM POST-RESULTS-HISTORY
            END-IF
        WHEN "LISTING"
            PERFORM LISTING-DRIVER
        WHEN "HISTORY"
            PERFORM HISTORY-DRIVER
        WHEN "TEST"
            *> A sign-off run of the regression pack is not the book
            *> of record: no results, no next-generation files.
            MOVE "N" TO WS-SAVE-BINDINGS
            MOVE "N" TO WS-SAVE-FORMULAS
        WHEN OTHER
            PERFORM BATCH-DRIVER
            IF WS-SUMMARY-SWITCH = "Y"
                PERFORM SUMMARIZE-THIS-RUN
            END-IF
            IF WS-HISTORY-POST = "Y"
                PERFORM POST-RESULTS-HISTORY
            END-IF
    END-EVALUATE
    IF WS-SAVE-BINDINGS = "Y"
        PERFORM WRITE-BINDINGS-OUT
    IF WS-SAVE-FORMULAS = "Y"
        PERFORM SAVE-FORMULA-LIB
    END-IF
    IF WS-PF-ACTIVE = "Y"
        MOVE 4 TO WS-PF-PHASE
        PERFORM PROFILE-MARK
        PERFORM WRITE-PROFILE-REPORT
    END-IF
    PERFORM WRITE-RUN-STATS
    DISPLAY "Interpreter run complete."
    STOP RUN.
                MOVE WS-RC-VALUE TO WS-RUNTIME-ERR-NAME
            WHEN "XREF-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-XREF-RPT-NAME
            WHEN "POLICY-MASTER-FILE"
                MOVE WS-RC-VALUE TO WS-POLICY-MASTER-NAME
            WHEN "DATASET-FORMULA"
                MOVE WS-RC-VALUE TO WS-DATASET-FORMULA
            WHEN "TEST-CASE-FILE"
                MOVE WS-RC-VALUE TO WS-TEST-CASE-NAME
            WHEN "TEST-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-TEST-RPT-NAME
            WHEN "LISTING-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-LISTING-RPT-NAME
            WHEN "SUSPENSE"
                MOVE WS-RC-VALUE(1:1) TO WS-SUSPENSE-SWITCH
            WHEN "SUSPENSE-FILE"
                MOVE WS-RC-VALUE TO WS-SUSPENSE-NAME
            WHEN "SUSPENSE-OUT-FILE"
                MOVE WS-RC-VALUE TO WS-SUSPENSE-OUT-NAME
            WHEN "SUSPENSE-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-SUSPENSE-RPT-NAME
            WHEN "SUMMARY"
                MOVE WS-RC-VALUE(1:1) TO WS-SUMMARY-SWITCH
            WHEN "SUMMARY-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-SUMMARY-RPT-NAME
            WHEN "SUMMARY-BREAK1"
                MOVE 1 TO WS-SUM-SET-LEVEL
                PERFORM SET-SUMMARY-BREAK
            WHEN "SUMMARY-BREAK2"
                MOVE 2 TO WS-SUM-SET-LEVEL
                PERFORM SET-SUMMARY-BREAK
            WHEN "SUMMARY-BREAK3"
                MOVE 3 TO WS-SUM-SET-LEVEL
                PERFORM SET-SUMMARY-BREAK
            WHEN "PROFILE"
                MOVE WS-RC-VALUE(1:1) TO WS-PROFILE-SWITCH
            WHEN "PROFILE-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-PROFILE-RPT-NAME
            WHEN "HISTORY-POST"
                MOVE WS-RC-VALUE(1:1) TO WS-HISTORY-POST
            WHEN "HISTORY-FILE"
                MOVE WS-RC-VALUE TO WS-HISTORY-FILE-NAME
            WHEN "HISTORY-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-HISTORY-RPT-NAME
            WHEN "HISTORY-KEY-FROM"
                MOVE WS-RC-VALUE TO WS-HIST-KEY-FROM
            WHEN "HISTORY-KEY-TO"
                MOVE WS-RC-VALUE TO WS-HIST-KEY-TO
            WHEN "HISTORY-DATE-FROM"
                PERFORM SET-HISTORY-DATE-FROM
            WHEN "HISTORY-DATE-TO"
                PERFORM SET-HISTORY-DATE-TO
            WHEN "ROUNDING"
                IF WS-RC-VALUE = "HALF-UP" OR WS-RC-VALUE = "TRUNCATE"
                    MOVE WS-RC-VALUE TO WS-ROUNDING-POLICY
    END-IF
    EXIT.

*> A summary break is "start,length" within the 20-character
*> business key, or NONE to drop the level.
SET-SUMMARY-BREAK SECTION.
    MOVE SPACES TO WS-SUM-ARG-START
    MOVE SPACES TO WS-SUM-ARG-LEN
    UNSTRING WS-RC-VALUE DELIMITED BY ","
        INTO WS-SUM-ARG-START WS-SUM-ARG-LEN
    END-UNSTRING
    MOVE "N" TO WS-SUM-ARG-OK
    MOVE FUNCTION TRIM(WS-SUM-ARG-START) TO WS-SUM-ARG-START
    MOVE FUNCTION TRIM(WS-SUM-ARG-LEN) TO WS-SUM-ARG-LEN
    IF WS-RC-VALUE = "NONE"
        MOVE 0 TO SUM-BREAK-START(WS-SUM-SET-LEVEL)
        MOVE 0 TO SUM-BREAK-LEN(WS-SUM-SET-LEVEL)
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUM-ARG-START))
            TO WS-SUM-ARG-SIZE
        IF WS-SUM-ARG-SIZE < 3 AND WS-SUM-ARG-START NOT = SPACES
            AND WS-SUM-ARG-START(1:WS-SUM-ARG-SIZE) IS NUMERIC
            MOVE WS-SUM-ARG-START(1:WS-SUM-ARG-SIZE)
                TO WS-SUM-NUM-START
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUM-ARG-LEN))
                TO WS-SUM-ARG-SIZE
            IF WS-SUM-ARG-SIZE < 3 AND WS-SUM-ARG-LEN NOT = SPACES
                AND WS-SUM-ARG-LEN(1:WS-SUM-ARG-SIZE) IS NUMERIC
                MOVE WS-SUM-ARG-LEN(1:WS-SUM-ARG-SIZE)
                    TO WS-SUM-NUM-LEN
                IF WS-SUM-NUM-START > 0 AND WS-SUM-NUM-LEN > 0
                    AND WS-SUM-NUM-START + WS-SUM-NUM-LEN <= 21
                    MOVE "Y" TO WS-SUM-ARG-OK
                END-IF
            END-IF
        END-IF
        IF WS-SUM-ARG-OK = "Y"
            MOVE WS-SUM-NUM-START TO SUM-BREAK-START(WS-SUM-SET-LEVEL)
            MOVE WS-SUM-NUM-LEN TO SUM-BREAK-LEN(WS-SUM-SET-LEVEL)
        ELSE
            DISPLAY "Invalid " FUNCTION TRIM(WS-RC-KEYWORD)
                " value ignored (use start,length within the "
                "20-character key, or NONE): " WS-RC-VALUE
        END-IF
    END-IF
    EXIT.

*> History extract as-of window: eight digits, as for AS-OF.
SET-HISTORY-DATE-FROM SECTION.
    MOVE WS-RC-VALUE TO WS-TOKEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RC-VALUE)) TO WS-TOKEN-LEN
    PERFORM CHECK-NUMERIC-ATOM
    IF WS-TOKEN-LEN NOT = 8 OR WS-ATOM-IS-NUM = "N"
        OR WS-ATOM-DOTS > 0
        DISPLAY "Invalid HISTORY-DATE-FROM value ignored (use "
            "YYYYMMDD): " WS-RC-VALUE
    ELSE
        MOVE FUNCTION NUMVAL(WS-TOKEN(1:8)) TO WS-HIST-DATE-FROM
    END-IF
    EXIT.

SET-HISTORY-DATE-TO SECTION.
    MOVE WS-RC-VALUE TO WS-TOKEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RC-VALUE)) TO WS-TOKEN-LEN
    PERFORM CHECK-NUMERIC-ATOM
    IF WS-TOKEN-LEN NOT = 8 OR WS-ATOM-IS-NUM = "N"
        OR WS-ATOM-DOTS > 0
        DISPLAY "Invalid HISTORY-DATE-TO value ignored (use "
            "YYYYMMDD): " WS-RC-VALUE
    ELSE
        MOVE FUNCTION NUMVAL(WS-TOKEN(1:8)) TO WS-HIST-DATE-TO
    END-IF
    EXIT.

*> The pool limits get the same numeric-atom vetting as MAX-ERRORS,
*> then a clamp to the physical table sizes - a limit the stacks
*> cannot actually hold would just move the failure from a clean
    EXIT.

*> --------------------------------------------------------------
*> Regression test pack: every case in the test-case file goes
*> through the same parser, validator and EVAL-TOP-NODE a batch
*> root goes through, is checked against its expectation, and is
*> listed PASS/FAIL on the test report; any failure sets
*> RETURN-CODE 8. Each case starts from an empty node pool, an
*> empty global scope and no rate tables, so no case can see
*> another's formulas or values - MAIN-LOGIC loads the real inputs
*> fresh once the pack has run.
*> --------------------------------------------------------------
SELF-CHECK-TESTS SECTION.
    MOVE 0 TO WS-TC-RUN-COUNT
    MOVE 0 TO WS-TC-PASS-COUNT
    MOVE 0 TO WS-TC-FAIL-COUNT
    MOVE "N" TO WS-TC-ACTIVE
    OPEN INPUT TEST-CASE-FILE
    *> A sign-off run must prove the pack ran: no pack, or a pack
    *> with no cases in it, fails MODE=TEST outright.
    IF WS-TEST-CASE-STATUS NOT = "00"
        IF WS-RUN-MODE = "TEST"
            DISPLAY "TEST PACK NOT FOUND - "
                FUNCTION TRIM(WS-TEST-CASE-NAME) ", status="
                WS-TEST-CASE-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            DISPLAY "No test-case file found - self-check skipped."
        END-IF
    ELSE
        PERFORM OPEN-TEST-RPT
        MOVE 0 TO WS-TC-LINE-NO
        MOVE "N" TO WS-TC-EOF
        PERFORM UNTIL WS-TC-EOF = "Y"
            READ TEST-CASE-FILE
                AT END
                    MOVE "Y" TO WS-TC-EOF
                NOT AT END
                    ADD 1 TO WS-TC-LINE-NO
                    PERFORM APPLY-TEST-DIRECTIVE
            END-READ
        END-PERFORM
        IF WS-TC-ACTIVE = "Y"
            PERFORM FINISH-TEST-CASE
        END-IF
        CLOSE TEST-CASE-FILE
        PERFORM WRITE-TEST-SUMMARY
        IF WS-TC-RUN-COUNT = 0 AND WS-RUN-MODE = "TEST"
            MOVE SPACES TO TEST-RPT-RECORD
            PERFORM WRITE-TEST-RPT-LINE
            MOVE "NO TEST CASES RUN" TO TEST-RPT-RECORD
            PERFORM WRITE-TEST-RPT-LINE
            DISPLAY "NO TEST CASES RUN"
            MOVE 16 TO RETURN-CODE
        END-IF
        IF WS-TEST-RPT-OPEN = "Y"
            CLOSE TEST-RPT-FILE
            MOVE "N" TO WS-TEST-RPT-OPEN
        END-IF
        DISPLAY "Self-check: " WS-TC-RUN-COUNT " cases, "
            WS-TC-PASS-COUNT " passed, " WS-TC-FAIL-COUNT " failed"
        IF WS-TC-FAIL-COUNT > 0
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    EXIT.

*> One "KEYWORD=value" line. Only the first "=" splits it, so an
*> EXPR= formula is free to use the = primitive.
APPLY-TEST-DIRECTIVE SECTION.
    IF TEST-CASE-RECORD = SPACES OR TEST-CASE-RECORD(1:1) = "*"
        CONTINUE
    ELSE
        MOVE 0 TO WS-TC-EQ-POS
        INSPECT TEST-CASE-RECORD TALLYING WS-TC-EQ-POS
            FOR CHARACTERS BEFORE INITIAL "="
        MOVE SPACES TO WS-TC-KEYWORD
        MOVE SPACES TO WS-TC-VALUE
        IF WS-TC-EQ-POS > 0 AND WS-TC-EQ-POS < 499
            MOVE TEST-CASE-RECORD(1:WS-TC-EQ-POS) TO WS-TC-KEYWORD
            MOVE TEST-CASE-RECORD(WS-TC-EQ-POS + 2:) TO WS-TC-VALUE
            MOVE FUNCTION TRIM(WS-TC-VALUE LEADING) TO WS-TC-VALUE
        END-IF
        MOVE FUNCTION TRIM(WS-TC-KEYWORD) TO WS-TC-KEYWORD
        IF WS-TC-KEYWORD = "CASE"
            IF WS-TC-ACTIVE = "Y"
                PERFORM FINISH-TEST-CASE
            END-IF
            PERFORM START-TEST-CASE
        ELSE IF WS-TC-ACTIVE = "N"
            DISPLAY "Test-case line " WS-TC-LINE-NO
                " ignored - no CASE= ahead of it"
        ELSE
            EVALUATE WS-TC-KEYWORD
                WHEN "BIND"
                    PERFORM TEST-CASE-BIND
                WHEN "RATE"
                    PERFORM TEST-CASE-RATE
                WHEN "EXPR"
                    PERFORM TEST-CASE-EXPR
                WHEN "EXPECT"
                    PERFORM TEST-CASE-EXPECT
                WHEN OTHER
                    MOVE "Y" TO WS-TC-SETUP-BAD
                    MOVE "unknown test-case directive"
                        TO WS-TC-SETUP-MSG
            END-EVALUATE
        END-IF
    END-IF
    EXIT.

START-TEST-CASE SECTION.
    MOVE "Y" TO WS-TC-ACTIVE
    MOVE WS-TC-VALUE TO WS-TC-NAME
    PERFORM INIT-POOLS
    MOVE 0 TO WS-RATE-TABLE-COUNT
    MOVE 0 TO WS-ROOT-COUNT
    MOVE "N" TO WS-TC-SETUP-BAD
    MOVE SPACES TO WS-TC-SETUP-MSG
    MOVE "N" TO WS-TC-PARSE-ERR
    MOVE SPACES TO WS-TC-EXPECT-KIND
    MOVE 0 TO WS-TC-EXPECT-Z
    MOVE SPACES TO WS-TC-EXPECT-TEXT
    MOVE SPACES TO WS-TC-EXPECT-CODE
    EXIT.

*> BIND=name N value  or  BIND=name S text - a global binding for
*> the case, exactly as a bindings-file record would give it.
TEST-CASE-BIND SECTION.
    MOVE SPACES TO WS-TC-WORD1
    MOVE SPACES TO WS-TC-WORD2
    MOVE 1 TO WS-TC-PTR
    UNSTRING WS-TC-VALUE DELIMITED BY ALL SPACE
        INTO WS-TC-WORD1 WS-TC-WORD2
        WITH POINTER WS-TC-PTR
    END-UNSTRING
    PERFORM TAKE-TEST-REST
    MOVE 1 TO WS-AB-SCOPE
    MOVE WS-TC-WORD1 TO WS-AB-NAME
    MOVE 0 TO WS-AB-NUM
    MOVE SPACES TO WS-AB-STR
    EVALUATE TRUE
        WHEN WS-TC-WORD1 = SPACES
            MOVE "Y" TO WS-TC-SETUP-BAD
            MOVE "BIND= without a name" TO WS-TC-SETUP-MSG
        WHEN WS-TC-WORD2 = "S"
            MOVE "S" TO WS-AB-TYPE
            MOVE WS-TC-REST TO WS-AB-STR
            PERFORM ADD-BINDING
        WHEN WS-TC-WORD2 = "N"
            MOVE WS-TC-REST TO WS-TC-NUM-TEXT
            PERFORM CONVERT-TEST-NUMBER
            IF WS-TC-NUM-BAD = "Y"
                MOVE "Y" TO WS-TC-SETUP-BAD
                MOVE "BIND= value not numeric" TO WS-TC-SETUP-MSG
            ELSE
                MOVE "N" TO WS-AB-TYPE
                MOVE WS-TC-NUM TO WS-AB-NUM
                PERFORM ADD-BINDING
            END-IF
        WHEN WS-TC-WORD2 = "D"
            PERFORM CONVERT-TEST-DATE
            IF WS-TC-NUM-BAD = "Y"
                MOVE "Y" TO WS-TC-SETUP-BAD
                MOVE "BIND= value not a YYYYMMDD date"
                    TO WS-TC-SETUP-MSG
            ELSE
                MOVE "D" TO WS-AB-TYPE
                MOVE WS-TC-NUM TO WS-AB-NUM
                PERFORM ADD-BINDING
            END-IF
        WHEN OTHER
            MOVE "Y" TO WS-TC-SETUP-BAD
            MOVE "BIND= type must be N, S or D" TO WS-TC-SETUP-MSG
    END-EVALUATE
    EXIT.

*> RATE=table band-low band-value - one band, filed the way a
*> rate-table record is.
TEST-CASE-RATE SECTION.
    MOVE SPACES TO WS-TC-WORD1
    MOVE SPACES TO WS-TC-WORD2
    MOVE SPACES TO WS-TC-WORD3
    UNSTRING WS-TC-VALUE DELIMITED BY ALL SPACE
        INTO WS-TC-WORD1 WS-TC-WORD2 WS-TC-WORD3
    END-UNSTRING
    MOVE WS-TC-WORD1 TO WS-RB-TABLE-NAME
    MOVE WS-TC-WORD2 TO WS-TC-NUM-TEXT
    PERFORM CONVERT-TEST-NUMBER
    MOVE WS-TC-NUM TO WS-RB-BAND-LOW
    IF WS-TC-NUM-BAD = "N"
        MOVE WS-TC-WORD3 TO WS-TC-NUM-TEXT
        PERFORM CONVERT-TEST-NUMBER
        MOVE WS-TC-NUM TO WS-RB-BAND-VALUE
    END-IF
    IF WS-TC-WORD1 = SPACES OR WS-TC-NUM-BAD = "Y"
        MOVE "Y" TO WS-TC-SETUP-BAD
        MOVE "RATE= needs table, band low, band value"
            TO WS-TC-SETUP-MSG
    ELSE
        PERFORM FILE-RATE-BAND
    END-IF
    EXIT.

*> EXPR={formula} - one root, parsed as an expression-source line
*> (a "key|" prefix is honoured). Several EXPR= lines run in order
*> and the last one's result is the one checked, so a case can
*> {def ...} a formula and then call it.
TEST-CASE-EXPR SECTION.
    IF WS-TC-VALUE = SPACES
        MOVE "Y" TO WS-TC-SETUP-BAD
        MOVE "EXPR= with no source" TO WS-TC-SETUP-MSG
    ELSE
        MOVE WS-TC-VALUE TO WS-EXPR-LINE
        MOVE WS-TC-LINE-NO TO WS-EXPR-LINE-NO
        PERFORM PARSE-EXPR-LINE
        IF WS-PARSE-ERR = "Y"
            MOVE "Y" TO WS-TC-PARSE-ERR
        END-IF
    END-IF
    EXIT.

*> EXPECT=N value | S text | ERR nn | REJECT nn | PARSE-ERROR, or
*> a bare type letter (EXPECT=C) to check the result type alone.
*> An N value is checked against the penny figure the results file
*> would carry, so a rounding-policy change shows up here.
TEST-CASE-EXPECT SECTION.
    MOVE SPACES TO WS-TC-WORD1
    MOVE 1 TO WS-TC-PTR
    UNSTRING WS-TC-VALUE DELIMITED BY ALL SPACE
        INTO WS-TC-WORD1
        WITH POINTER WS-TC-PTR
    END-UNSTRING
    PERFORM TAKE-TEST-REST
    MOVE WS-TC-WORD1 TO WS-TC-EXPECT-KIND
    EVALUATE WS-TC-WORD1
        WHEN "N"
            MOVE WS-TC-REST TO WS-TC-NUM-TEXT
            PERFORM CONVERT-TEST-NUMBER
            IF WS-TC-NUM-BAD = "Y"
                MOVE "Y" TO WS-TC-SETUP-BAD
                MOVE "EXPECT=N value not numeric" TO WS-TC-SETUP-MSG
            ELSE
                MOVE WS-TC-NUM TO WS-TC-EXPECT-Z
            END-IF
        WHEN "S"
            MOVE WS-TC-REST TO WS-TC-EXPECT-TEXT
        WHEN "D"
            PERFORM CONVERT-TEST-DATE
            IF WS-TC-NUM-BAD = "Y"
                MOVE "Y" TO WS-TC-SETUP-BAD
                MOVE "EXPECT=D value not a YYYYMMDD date"
                    TO WS-TC-SETUP-MSG
            ELSE
                MOVE WS-TC-NUM TO WS-TC-EXPECT-Z
            END-IF
        WHEN "ERR"
        WHEN "REJECT"
            MOVE FUNCTION TRIM(WS-TC-REST) TO WS-TC-EXPECT-CODE
            IF WS-TC-EXPECT-CODE NOT NUMERIC
                MOVE "Y" TO WS-TC-SETUP-BAD
                MOVE "EXPECT= reason code must be two digits"
                    TO WS-TC-SETUP-MSG
            END-IF
        WHEN "PARSE-ERROR"
            CONTINUE
        WHEN "C"
            CONTINUE
        WHEN OTHER
            MOVE "Y" TO WS-TC-SETUP-BAD
            MOVE "unrecognised EXPECT= value" TO WS-TC-SETUP-MSG
    END-EVALUATE
    EXIT.

*> Whatever follows the words UNSTRING has taken, as written.
TAKE-TEST-REST SECTION.
    IF WS-TC-PTR > 500
        MOVE SPACES TO WS-TC-REST
    ELSE
        MOVE WS-TC-VALUE(WS-TC-PTR:) TO WS-TC-REST
    END-IF
    EXIT.

CONVERT-TEST-NUMBER SECTION.
    MOVE "N" TO WS-TC-NUM-BAD
    MOVE 0 TO WS-TC-NUM
    MOVE FUNCTION TRIM(WS-TC-NUM-TEXT) TO WS-TOKEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TC-NUM-TEXT))
        TO WS-TOKEN-LEN
    PERFORM CHECK-NUMERIC-ATOM
    IF WS-TC-NUM-TEXT = SPACES OR WS-ATOM-IS-NUM = "N"
        MOVE "Y" TO WS-TC-NUM-BAD
    ELSE
        COMPUTE WS-TC-NUM = FUNCTION NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
            ON SIZE ERROR
                MOVE "Y" TO WS-TC-NUM-BAD
        END-COMPUTE
    END-IF
    EXIT.

*> The rest of the directive as a YYYYMMDD date, into WS-TC-NUM.
CONVERT-TEST-DATE SECTION.
    MOVE "N" TO WS-TC-NUM-BAD
    MOVE 0 TO WS-TC-NUM
    MOVE FUNCTION TRIM(WS-TC-REST) TO WS-TOKEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TC-REST)) TO WS-TOKEN-LEN
    IF WS-TC-REST = SPACES OR WS-TOKEN-LEN NOT = 8
        OR WS-TOKEN(1:8) NOT NUMERIC
        MOVE "Y" TO WS-TC-NUM-BAD
    ELSE
        MOVE WS-TOKEN(1:8) TO WS-DT-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DATE) NOT = 0
            MOVE "Y" TO WS-TC-NUM-BAD
        ELSE
            MOVE WS-DT-DATE TO WS-TC-NUM
        END-IF
    END-IF
    EXIT.

*> Run the case just read and report it.
FINISH-TEST-CASE SECTION.
    ADD 1 TO WS-TC-RUN-COUNT
    MOVE "N" TO WS-TC-PASSED
    MOVE SPACES TO WS-TC-ACTUAL-DESC
    PERFORM DESCRIBE-TEST-EXPECT
    EVALUATE TRUE
        WHEN WS-TC-SETUP-BAD = "Y"
            MOVE WS-TC-SETUP-MSG TO WS-TC-ACTUAL-DESC
        WHEN WS-TC-EXPECT-KIND = SPACES
            MOVE "no EXPECT= given" TO WS-TC-ACTUAL-DESC
        WHEN WS-TC-PARSE-ERR = "Y"
            MOVE "PARSE-ERROR" TO WS-TC-ACTUAL-DESC
            IF WS-TC-EXPECT-KIND = "PARSE-ERROR"
                MOVE "Y" TO WS-TC-PASSED
            END-IF
        WHEN WS-ROOT-COUNT = 0
            MOVE "no EXPR= given" TO WS-TC-ACTUAL-DESC
        WHEN OTHER
            PERFORM VALIDATE-TEST-ROOTS
            IF WS-TC-REJECT-CODE NOT = SPACES
                STRING "REJECT " WS-TC-REJECT-CODE
                    DELIMITED BY SIZE INTO WS-TC-ACTUAL-DESC
                END-STRING
                IF WS-TC-EXPECT-KIND = "REJECT"
                    AND WS-TC-EXPECT-CODE = WS-TC-REJECT-CODE
                    MOVE "Y" TO WS-TC-PASSED
                END-IF
            ELSE
                PERFORM EVAL-TEST-ROOTS
                PERFORM CHECK-TEST-RESULT
            END-IF
    END-EVALUATE
    IF WS-TC-PASSED = "Y"
        ADD 1 TO WS-TC-PASS-COUNT
        MOVE "PASS" TO TC-RESULT
    ELSE
        ADD 1 TO WS-TC-FAIL-COUNT
        MOVE "FAIL" TO TC-RESULT
        DISPLAY "Test case " FUNCTION TRIM(WS-TC-NAME)
            " FAILED: expected " FUNCTION TRIM(WS-TC-EXPECTED-DESC)
            ", got " FUNCTION TRIM(WS-TC-ACTUAL-DESC)
    END-IF
    MOVE WS-TC-NAME TO TC-CASE-NAME
    MOVE WS-TC-EXPECTED-DESC TO TC-EXPECTED
    MOVE WS-TC-ACTUAL-DESC TO TC-ACTUAL
    MOVE WS-TC-DETAIL TO TEST-RPT-RECORD
    PERFORM WRITE-TEST-RPT-LINE
    MOVE "N" TO WS-TC-ACTIVE
    EXIT.

DESCRIBE-TEST-EXPECT SECTION.
    MOVE SPACES TO WS-TC-EXPECTED-DESC
    EVALUATE WS-TC-EXPECT-KIND
        WHEN "N"
            MOVE WS-TC-EXPECT-Z TO WS-TC-EDIT
            STRING "N " FUNCTION TRIM(WS-TC-EDIT)
                DELIMITED BY SIZE INTO WS-TC-EXPECTED-DESC
            END-STRING
        WHEN "S"
            STRING "S " WS-TC-EXPECT-TEXT
                DELIMITED BY SIZE INTO WS-TC-EXPECTED-DESC
            END-STRING
        WHEN "D"
            MOVE WS-TC-EXPECT-Z TO WS-DT-DATE
            STRING "D " WS-DT-DATE
                DELIMITED BY SIZE INTO WS-TC-EXPECTED-DESC
            END-STRING
        WHEN "ERR"
        WHEN "REJECT"
            STRING FUNCTION TRIM(WS-TC-EXPECT-KIND) " "
                WS-TC-EXPECT-CODE
                DELIMITED BY SIZE INTO WS-TC-EXPECTED-DESC
            END-STRING
        WHEN OTHER
            MOVE WS-TC-EXPECT-KIND TO WS-TC-EXPECTED-DESC
    END-EVALUATE
    EXIT.

*> VALIDATE-ROOTS' walk, without the reject file: the first
*> rejected root's reason code is the case's outcome.
VALIDATE-TEST-ROOTS SECTION.
    MOVE SPACES TO WS-TC-REJECT-CODE
    MOVE ALL "N" TO WS-ON-PATH-TABLE
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
            OR WS-TC-REJECT-CODE NOT = SPACES
        MOVE "N" TO WS-VAL-ERR
        MOVE 0 TO WS-VAL-DEPTH
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-VAL-CALL-IDX
        PERFORM VALIDATE-CHILD
        IF WS-VAL-ERR = "Y"
            MOVE WS-VAL-REASON-CODE TO WS-TC-REJECT-CODE
        ELSE
            MOVE "Y" TO ROOT-VALID-FLAG(WS-ROOT-I)
        END-IF
    END-PERFORM
    IF WS-TC-REJECT-CODE = SPACES
        PERFORM ORDER-ROOT-DEPENDENCIES
    END-IF
    EXIT.

*> The last root run is the one checked, so the runtime reason
*> reported is the first that root raised.
EVAL-TEST-ROOTS SECTION.
    PERFORM CLEAR-ROOT-RESULTS
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
        MOVE SPACES TO WS-TC-FIRST-RTE
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-EVAL-NODE-IDX
        MOVE ROOT-KEY(WS-ROOT-I) TO WS-CUR-ROOT-KEY
        PERFORM EVAL-LISTED-ROOT
    END-PERFORM
    EXIT.

CHECK-TEST-RESULT SECTION.
    IF VAR-ERR = "E"
        STRING "ERR " WS-TC-FIRST-RTE
            DELIMITED BY SIZE INTO WS-TC-ACTUAL-DESC
        END-STRING
        IF WS-TC-EXPECT-KIND = "ERR"
            AND WS-TC-EXPECT-CODE = WS-TC-FIRST-RTE
            MOVE "Y" TO WS-TC-PASSED
        END-IF
    ELSE
        EVALUATE VAR-TYPE
            WHEN "N"
                MOVE WS-FINAL-RESULT-Z TO WS-TC-EDIT
                STRING "N " FUNCTION TRIM(WS-TC-EDIT)
                    DELIMITED BY SIZE INTO WS-TC-ACTUAL-DESC
                END-STRING
                IF WS-TC-EXPECT-KIND = "N"
                    AND WS-TC-EXPECT-Z = WS-FINAL-RESULT-Z
                    MOVE "Y" TO WS-TC-PASSED
                END-IF
            WHEN "D"
                MOVE WS-FINAL-RESULT-Z TO WS-DT-DATE
                STRING "D " WS-DT-DATE
                    DELIMITED BY SIZE INTO WS-TC-ACTUAL-DESC
                END-STRING
                IF WS-TC-EXPECT-KIND = "D"
                    AND WS-TC-EXPECT-Z = WS-FINAL-RESULT-Z
                    MOVE "Y" TO WS-TC-PASSED
                END-IF
            WHEN "S"
                STRING "S " VAR-S
                    DELIMITED BY SIZE INTO WS-TC-ACTUAL-DESC
                END-STRING
                IF WS-TC-EXPECT-KIND = "S"
                    AND WS-TC-EXPECT-TEXT = VAR-S
                    MOVE "Y" TO WS-TC-PASSED
                END-IF
            WHEN OTHER
                MOVE VAR-TYPE TO WS-TC-ACTUAL-DESC
                IF WS-TC-EXPECT-KIND = VAR-TYPE
                    MOVE "Y" TO WS-TC-PASSED
                END-IF
        END-EVALUATE
    END-IF
    EXIT.

OPEN-TEST-RPT SECTION.
    OPEN OUTPUT TEST-RPT-FILE
    IF WS-TEST-RPT-STATUS = "00"
        MOVE "Y" TO WS-TEST-RPT-OPEN
        MOVE SPACES TO TEST-RPT-RECORD
        STRING "REGRESSION TEST REPORT - CASES FROM "
            FUNCTION TRIM(WS-TEST-CASE-NAME) "  AS-OF "
            WS-AS-OF-DATE
            DELIMITED BY SIZE INTO TEST-RPT-RECORD
        END-STRING
        PERFORM WRITE-TEST-RPT-LINE
        MOVE SPACES TO TEST-RPT-RECORD
        PERFORM WRITE-TEST-RPT-LINE
        MOVE WS-TC-HEADING TO TEST-RPT-RECORD
        PERFORM WRITE-TEST-RPT-LINE
    ELSE
        MOVE "N" TO WS-TEST-RPT-OPEN
        DISPLAY "ERROR: unable to open test report, status="
            WS-TEST-RPT-STATUS " - run continues without it"
    END-IF
    EXIT.

WRITE-TEST-SUMMARY SECTION.
    MOVE SPACES TO TEST-RPT-RECORD
    PERFORM WRITE-TEST-RPT-LINE
    MOVE "CASES RUN" TO TC-SUM-LABEL
    MOVE WS-TC-RUN-COUNT TO TC-SUM-VALUE
    PERFORM WRITE-TEST-SUM-LINE
    MOVE "CASES PASSED" TO TC-SUM-LABEL
    MOVE WS-TC-PASS-COUNT TO TC-SUM-VALUE
    PERFORM WRITE-TEST-SUM-LINE
    MOVE "CASES FAILED" TO TC-SUM-LABEL
    MOVE WS-TC-FAIL-COUNT TO TC-SUM-VALUE
    PERFORM WRITE-TEST-SUM-LINE
    EXIT.

WRITE-TEST-SUM-LINE SECTION.
    MOVE WS-TC-SUMMARY TO TEST-RPT-RECORD
    PERFORM WRITE-TEST-RPT-LINE
    EXIT.

WRITE-TEST-RPT-LINE SECTION.
    IF WS-TEST-RPT-OPEN = "Y"
        WRITE TEST-RPT-RECORD
        IF WS-TEST-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: test report write failed, status="
                WS-TEST-RPT-STATUS " - run continues without it"
            CLOSE TEST-RPT-FILE
            MOVE "N" TO WS-TEST-RPT-OPEN
        END-IF
    END-IF
    EXIT.

*> Evaluate one node from outside any recursive call: depth 1, scope
*> WS-EVAL-SCOPE-IDX (the global scope but in the dataset mode), then
*> copy the frame's result into VAR-Z/VAR-S the way every caller in
*> this program expects to read it.
EVAL-TOP-NODE SECTION.
    MOVE 1 TO WS-DEPTH
    IF WS-STAT-PEAK-DEPTH < 1
        MOVE 1 TO WS-STAT-PEAK-DEPTH
    END-IF
    MOVE WS-EVAL-NODE-IDX TO NODE-IDX-STACK(1)
    MOVE WS-EVAL-SCOPE-IDX TO SCOPE-IDX-STACK(1)
    PERFORM INTERP
    MOVE RESULT-TYPE-STACK(1) TO VAR-TYPE
    MOVE RESULT-Z-STACK(1) TO VAR-Z
   MOVE SPACES TO RESULT-S-STACK(WS-DEPTH)
   MOVE 0 TO RESULT-S-LEN-STACK(WS-DEPTH)
   MOVE "N" TO ERROR-FLAG-STACK(WS-DEPTH)
   IF WS-PF-ACTIVE = "Y"
       PERFORM PROFILE-NODE-EVAL
   END-IF
   EVALUATE NODE-TYPE(NODE-IDX-STACK(WS-DEPTH))
       WHEN "NumC"
           MOVE "N" TO RESULT-TYPE-STACK(WS-DEPTH)
           COMPUTE RESULT-Z-STACK(WS-DEPTH) = N(NODE-IDX-STACK(WS-DEPTH))
       WHEN "DatC"
           PERFORM INTERP-DATC
       WHEN "StrC"
           MOVE "S" TO RESULT-TYPE-STACK(WS-DEPTH)
           MOVE STR(NODE-IDX-STACK(WS-DEPTH)) TO RESULT-S-STACK(WS-DEPTH)
       WHEN OTHER
           DISPLAY "Unknown node type: " NODE-TYPE(NODE-IDX-STACK(WS-DEPTH))
   END-EVALUATE
   IF WS-TRACE-OPEN = "Y" AND WS-XR-REPLAY = "N"
       PERFORM WRITE-TRACE-RECORD
   END-IF
   MOVE RESULT-Z-STACK(WS-DEPTH) TO VAR-Z
   MOVE RESULT-S-STACK(WS-DEPTH) TO VAR-S
   EXIT.

*> A date literal. The parser only builds valid ones, but a DatC
*> off the numbered-record feed carries whatever the feed put there.
INTERP-DATC SECTION.
    MOVE "D" TO RESULT-TYPE-STACK(WS-DEPTH)
    MOVE N(NODE-IDX-STACK(WS-DEPTH)) TO RESULT-Z-STACK(WS-DEPTH)
    MOVE N(NODE-IDX-STACK(WS-DEPTH)) TO WS-DT-DATE
    IF N(NODE-IDX-STACK(WS-DEPTH)) NOT = WS-DT-DATE
        OR FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DATE) NOT = 0
        DISPLAY "Date literal is not a valid YYYYMMDD date (node "
            NODE-IDX-STACK(WS-DEPTH) "): " N(NODE-IDX-STACK(WS-DEPTH))
        MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
        MOVE "27" TO WS-RTE-REASON-CODE
        MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
        MOVE SPACES TO WS-RTE-NAME
        PERFORM WRITE-RUNTIME-ERROR
    END-IF
    EXIT.

INTERP-IDC SECTION.
    MOVE SCOPE-IDX-STACK(WS-DEPTH) TO WS-LOOKUP-SCOPE
    MOVE S(NODE-IDX-STACK(WS-DEPTH)) TO WS-LOOKUP-NAME

INTERP-APPC SECTION.
    IF EXP(NODE-IDX-STACK(WS-DEPTH)) = "PrimOp"
        IF WS-PF-ACTIVE = "Y"
            PERFORM PROFILE-PRIMOP
        END-IF
        PERFORM CHECK-PRIMOP-ARITY
        IF ERROR-FLAG-STACK(WS-DEPTH) NOT = "E"
            PERFORM EVAL-ARGS
    END-IF
    EXIT.

*> Every PrimOp symbol this program implements takes a fixed number
*> of operands (two, bar the date-part extractors, AS-OF and RESULT,
*> whose output name is optional); reject
*> an AppC whose ARG-COUNT doesn't match before EVAL-ARGS/
*> APPLY-FUNCTION touch this frame's ARG-VAL-Z/ARG-VAL-S scratch,
*> which is never cleared between top-level records at the same
*> depth and would otherwise still hold whatever the previous record
*> left there.
CHECK-PRIMOP-ARITY SECTION.
    MOVE 99 TO WS-PRIM-ARITY
    EVALUATE SYM(NODE-IDX-STACK(WS-DEPTH))
        WHEN "+"
        WHEN "-"
        WHEN "STR-EQ"
        WHEN "LOOKUP"
        WHEN "ROUND"
        WHEN "DAYS-DIFF"
        WHEN "ADD-DAYS"
        WHEN "ADD-MONTHS"
        WHEN "ADD-YEARS"
            MOVE 2 TO WS-PRIM-ARITY
        WHEN "YEAR"
        WHEN "MONTH"
        WHEN "DAY"
            MOVE 1 TO WS-PRIM-ARITY
        WHEN "AS-OF"
            MOVE 0 TO WS-PRIM-ARITY
        WHEN "RESULT"
            IF ARG-COUNT(NODE-IDX-STACK(WS-DEPTH)) = 2
                MOVE 2 TO WS-PRIM-ARITY
            ELSE
                MOVE 1 TO WS-PRIM-ARITY
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-PRIM-ARITY NOT = 99
        AND ARG-COUNT(NODE-IDX-STACK(WS-DEPTH)) NOT = WS-PRIM-ARITY
        DISPLAY "Arity mismatch in AppC: SYM="
            SYM(NODE-IDX-STACK(WS-DEPTH))
            " expects " WS-PRIM-ARITY " args, got "
            ARG-COUNT(NODE-IDX-STACK(WS-DEPTH))
        MOVE "N" TO RESULT-TYPE-STACK(WS-DEPTH)
        MOVE 0 TO RESULT-Z-STACK(WS-DEPTH)
        MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
        MOVE "12" TO WS-RTE-REASON-CODE
        MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
        MOVE SYM(NODE-IDX-STACK(WS-DEPTH)) TO WS-RTE-NAME
        PERFORM WRITE-RUNTIME-ERROR
    END-IF
    EXIT.

*> A closure's call must supply exactly as many arguments as it has
        MOVE WS-CHILD-Z TO ARG-VAL-Z(WS-DEPTH, ARG-I-STACK(WS-DEPTH))
        MOVE WS-CHILD-S TO ARG-VAL-S(WS-DEPTH, ARG-I-STACK(WS-DEPTH))
        MOVE WS-CHILD-S-LEN TO ARG-VAL-S-LEN(WS-DEPTH, ARG-I-STACK(WS-DEPTH))
        MOVE WS-CHILD-TYPE TO ARG-VAL-TYPE(WS-DEPTH, ARG-I-STACK(WS-DEPTH))
    END-PERFORM
    EXIT.

        PERFORM WRITE-RUNTIME-ERROR
    ELSE
        ADD 1 TO WS-CLOSURE-COUNT
        ADD 1 TO WS-PF-CLOSURES-MADE
        IF WS-CLOSURE-COUNT > WS-STAT-PEAK-CLOSURES
            MOVE WS-CLOSURE-COUNT TO WS-STAT-PEAK-CLOSURES
        END-IF
        PERFORM WRITE-RUNTIME-ERROR
    ELSE
        ADD 1 TO WS-SCOPE-COUNT
        ADD 1 TO WS-PF-SCOPES-MADE
        IF WS-SCOPE-COUNT > WS-STAT-PEAK-SCOPES
            MOVE WS-SCOPE-COUNT TO WS-STAT-PEAK-SCOPES
        END-IF
        IF WS-PF-ACTIVE = "Y"
            MOVE EXP(NODE-IDX-STACK(WS-DEPTH)) TO WS-PF-NAME
            PERFORM PROFILE-CALL-ENTER
        END-IF
        MOVE WS-SCOPE-COUNT TO NEW-SCOPE-IDX-STACK(WS-DEPTH)
        MOVE CLOS-ENV-SCOPE(CLOSURE-IDX-STACK(WS-DEPTH)) TO
            SCOPE-PARENT(NEW-SCOPE-IDX-STACK(WS-DEPTH))
        IF WS-CHILD-TYPE NOT = "C"
            AND NEW-SCOPE-IDX-STACK(WS-DEPTH) = WS-SCOPE-COUNT
            SUBTRACT 1 FROM WS-SCOPE-COUNT
            ADD 1 TO WS-PF-SCOPES-FREED
        END-IF
        IF WS-PF-ACTIVE = "Y"
            PERFORM PROFILE-CALL-EXIT
        END-IF
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> APPLY-FUNCTION: arithmetic, comparison, boolean, string and date
*> primitives, dispatched on SYM. Falls through to LOOKUP-FUNCTION
*> only when a "PrimOp" AppC carries a symbol this program does not
*> recognize (kept for parity with the original fallback behavior).
           PERFORM APPLY-TABLE-LOOKUP
       WHEN "ROUND"
           PERFORM APPLY-ROUND
       WHEN "DAYS-DIFF"
           PERFORM APPLY-DAYS-DIFF
       WHEN "ADD-DAYS"
           PERFORM APPLY-ADD-DAYS
       WHEN "ADD-MONTHS"
       WHEN "ADD-YEARS"
           PERFORM APPLY-ADD-MONTHS
       WHEN "YEAR"
       WHEN "MONTH"
       WHEN "DAY"
           PERFORM APPLY-DATE-PART
       WHEN "AS-OF"
           MOVE "D" TO RESULT-TYPE-STACK(WS-DEPTH)
           MOVE WS-AS-OF-DATE TO RESULT-Z-STACK(WS-DEPTH)
       WHEN "RESULT"
           PERFORM APPLY-RESULT-REF
       WHEN "<"
           IF ARG-VAL-Z(WS-DEPTH, 1) < ARG-VAL-Z(WS-DEPTH, 2)
               MOVE 1 TO RESULT-Z-STACK(WS-DEPTH)
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Date primitives. Every date operand must be a D value holding a
*> real calendar date, and every count a whole number - a premium
*> pro-rated off a string or a half day is not a figure anyone can
*> defend, so the node fails (26 wrong type, 27 bad or out-of-range
*> date) instead of guessing. Symbols are held to the ten characters
*> the SYM column carries.
*>   {DAYS-DIFF from to}      days between two dates: from the first
*>                            to the second (negative when to is
*>                            earlier)
*>   {ADD-DAYS date n}        the date n days on (n may be negative)
*>   {ADD-MONTHS date n}      n calendar months on; a day past the
*>   {ADD-YEARS date n}       new month's end becomes its last day
*>   {YEAR date} {MONTH date} {DAY date}    the part, as a number
*>   {AS-OF}                  the run's as-of date
*> --------------------------------------------------------------
APPLY-DAYS-DIFF SECTION.
    MOVE 1 TO WS-DT-ARG-I
    PERFORM CHECK-DATE-ARG
    IF WS-DT-OK = "Y"
        MOVE WS-DT-DATE TO WS-DT-OTHER
        MOVE 2 TO WS-DT-ARG-I
        PERFORM CHECK-DATE-ARG
    END-IF
    IF WS-DT-OK = "Y"
        COMPUTE RESULT-Z-STACK(WS-DEPTH) =
            FUNCTION INTEGER-OF-DATE(WS-DT-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-DT-OTHER)
    END-IF
    EXIT.

APPLY-ADD-DAYS SECTION.
    MOVE 1 TO WS-DT-ARG-I
    PERFORM CHECK-DATE-ARG
    IF WS-DT-OK = "Y"
        PERFORM CHECK-COUNT-ARG
    END-IF
    IF WS-DT-OK = "Y"
        COMPUTE WS-DT-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-DT-DATE) + WS-DT-COUNT
        *> INTEGER-OF-DATE's own range: 1601-01-01 to 9999-12-31.
        IF WS-DT-DAYS < 1 OR WS-DT-DAYS > 3067671
            PERFORM REJECT-DATE-RESULT
        ELSE
            MOVE "D" TO RESULT-TYPE-STACK(WS-DEPTH)
            COMPUTE RESULT-Z-STACK(WS-DEPTH) =
                FUNCTION DATE-OF-INTEGER(WS-DT-DAYS)
        END-IF
    END-IF
    EXIT.

*> ADD-YEARS is ADD-MONTHS in twelves, so 29 February plus a year
*> lands on 28 February the same way 31 January plus a month lands
*> on the last day of February.
APPLY-ADD-MONTHS SECTION.
    MOVE 1 TO WS-DT-ARG-I
    PERFORM CHECK-DATE-ARG
    IF WS-DT-OK = "Y"
        PERFORM CHECK-COUNT-ARG
    END-IF
    IF WS-DT-OK = "Y"
        IF SYM(NODE-IDX-STACK(WS-DEPTH)) = "ADD-YEARS"
            COMPUTE WS-DT-MONTHS = WS-DT-YEAR * 12 + WS-DT-MONTH - 1
                + WS-DT-COUNT * 12
        ELSE
            COMPUTE WS-DT-MONTHS = WS-DT-YEAR * 12 + WS-DT-MONTH - 1
                + WS-DT-COUNT
        END-IF
        IF WS-DT-MONTHS < 1601 * 12 OR WS-DT-MONTHS > 9999 * 12 + 11
            PERFORM REJECT-DATE-RESULT
        ELSE
            DIVIDE WS-DT-MONTHS BY 12 GIVING WS-DT-YEAR
                REMAINDER WS-DT-COUNT
            COMPUTE WS-DT-MONTH = WS-DT-COUNT + 1
            MOVE WS-DT-MONTH-DAYS(WS-DT-MONTH) TO WS-DT-MONTH-END
            IF WS-DT-MONTH = 2
                AND FUNCTION MOD(WS-DT-YEAR, 4) = 0
                AND (FUNCTION MOD(WS-DT-YEAR, 100) NOT = 0
                    OR FUNCTION MOD(WS-DT-YEAR, 400) = 0)
                MOVE 29 TO WS-DT-MONTH-END
            END-IF
            IF WS-DT-DAY > WS-DT-MONTH-END
                MOVE WS-DT-MONTH-END TO WS-DT-DAY
            END-IF
            MOVE "D" TO RESULT-TYPE-STACK(WS-DEPTH)
            MOVE WS-DT-DATE TO RESULT-Z-STACK(WS-DEPTH)
        END-IF
    END-IF
    EXIT.

APPLY-DATE-PART SECTION.
    MOVE 1 TO WS-DT-ARG-I
    PERFORM CHECK-DATE-ARG
    IF WS-DT-OK = "Y"
        EVALUATE SYM(NODE-IDX-STACK(WS-DEPTH))
            WHEN "YEAR"
                MOVE WS-DT-YEAR TO RESULT-Z-STACK(WS-DEPTH)
            WHEN "MONTH"
                MOVE WS-DT-MONTH TO RESULT-Z-STACK(WS-DEPTH)
            WHEN OTHER
                MOVE WS-DT-DAY TO RESULT-Z-STACK(WS-DEPTH)
        END-EVALUATE
    END-IF
    EXIT.

*> Operand WS-DT-ARG-I must be a valid date: leaves it in WS-DT-DATE
*> with WS-DT-OK "Y", or fails the node and sets WS-DT-OK "N".
CHECK-DATE-ARG SECTION.
    MOVE "Y" TO WS-DT-OK
    MOVE 0 TO WS-DT-DATE
    IF ARG-VAL-TYPE(WS-DEPTH, WS-DT-ARG-I) NOT = "D"
        DISPLAY "Date primitive " SYM(NODE-IDX-STACK(WS-DEPTH))
            " operand " WS-DT-ARG-I " is not a date (type "
            ARG-VAL-TYPE(WS-DEPTH, WS-DT-ARG-I) ")"
        MOVE "N" TO WS-DT-OK
        MOVE "26" TO WS-RTE-REASON-CODE
    ELSE
        MOVE ARG-VAL-Z(WS-DEPTH, WS-DT-ARG-I) TO WS-DT-DATE
        IF ARG-VAL-Z(WS-DEPTH, WS-DT-ARG-I) NOT = WS-DT-DATE
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DATE) NOT = 0
            DISPLAY "Date primitive " SYM(NODE-IDX-STACK(WS-DEPTH))
                " operand " WS-DT-ARG-I " is not a valid date: "
                ARG-VAL-Z(WS-DEPTH, WS-DT-ARG-I)
            MOVE "N" TO WS-DT-OK
            MOVE "27" TO WS-RTE-REASON-CODE
        END-IF
    END-IF
    IF WS-DT-OK = "N"
        MOVE 0 TO RESULT-Z-STACK(WS-DEPTH)
        MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
        MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
        MOVE SYM(NODE-IDX-STACK(WS-DEPTH)) TO WS-RTE-NAME
        PERFORM WRITE-RUNTIME-ERROR
    END-IF
    EXIT.

*> Operand 2 of ADD-DAYS/MONTHS/YEARS: a whole number, into
*> WS-DT-COUNT.
CHECK-COUNT-ARG SECTION.
    MOVE ARG-VAL-Z(WS-DEPTH, 2) TO WS-DT-COUNT
    IF ARG-VAL-TYPE(WS-DEPTH, 2) NOT = "N"
        OR ARG-VAL-Z(WS-DEPTH, 2) NOT = WS-DT-COUNT
        DISPLAY "Date primitive " SYM(NODE-IDX-STACK(WS-DEPTH))
            " count must be a whole number, got type "
            ARG-VAL-TYPE(WS-DEPTH, 2) " " ARG-VAL-Z(WS-DEPTH, 2)
        MOVE "N" TO WS-DT-OK
        MOVE 0 TO RESULT-Z-STACK(WS-DEPTH)
        MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
        MOVE "26" TO WS-RTE-REASON-CODE
        MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
        MOVE SYM(NODE-IDX-STACK(WS-DEPTH)) TO WS-RTE-NAME
        PERFORM WRITE-RUNTIME-ERROR
    END-IF
    EXIT.

REJECT-DATE-RESULT SECTION.
    DISPLAY "Date primitive " SYM(NODE-IDX-STACK(WS-DEPTH))
        " result falls outside 1601-9999"
    MOVE 0 TO RESULT-Z-STACK(WS-DEPTH)
    MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
    MOVE "27" TO WS-RTE-REASON-CODE
    MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
    MOVE SYM(NODE-IDX-STACK(WS-DEPTH)) TO WS-RTE-NAME
    PERFORM WRITE-RUNTIME-ERROR
    EXIT.

*> RESULT: the penny figure, string or date another root of this
*> run produced, as its results record carries it. The validation
*> pass resolved the reference (NODE-REF-ROOT) and sequenced that
*> root ahead of this one, so the figure is normally there; it is
*> not when the root was rejected or errored, or when the formula
*> runs where no root list was sequenced (an inquiry, a dataset
*> run) - all of those fail the node with reason 28.
APPLY-RESULT-REF SECTION.
    MOVE NODE-REF-ROOT(NODE-IDX-STACK(WS-DEPTH)) TO WS-XR-TARGET
    EVALUATE TRUE
        WHEN WS-XR-TARGET = 0
        WHEN WS-XR-TARGET > WS-ROOT-COUNT
            MOVE SPACES TO WS-RTE-NAME
            MOVE ARG-VAL-S(WS-DEPTH, 1) TO WS-RTE-NAME(1:20)
            IF ARG-COUNT(NODE-IDX-STACK(WS-DEPTH)) = 2
                MOVE ARG-VAL-S(WS-DEPTH, 2) TO WS-RTE-NAME(22:29)
            END-IF
            PERFORM REJECT-RESULT-REF
        WHEN ROOT-RES-STATE(WS-XR-TARGET) NOT = "Y"
            PERFORM NAME-XR-TARGET
            PERFORM REJECT-RESULT-REF
        WHEN OTHER
            MOVE ROOT-RES-TYPE(WS-XR-TARGET)
                TO RESULT-TYPE-STACK(WS-DEPTH)
            MOVE ROOT-RES-Z(WS-XR-TARGET) TO RESULT-Z-STACK(WS-DEPTH)
            MOVE ROOT-RES-S(WS-XR-TARGET) TO RESULT-S-STACK(WS-DEPTH)
            MOVE ROOT-RES-S-LEN(WS-XR-TARGET)
                TO RESULT-S-LEN-STACK(WS-DEPTH)
    END-EVALUATE
    EXIT.

REJECT-RESULT-REF SECTION.
    DISPLAY "RESULT has no clean figure for "
        FUNCTION TRIM(WS-RTE-NAME)
    MOVE "N" TO RESULT-TYPE-STACK(WS-DEPTH)
    MOVE 0 TO RESULT-Z-STACK(WS-DEPTH)
    MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
    MOVE "28" TO WS-RTE-REASON-CODE
    MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
    PERFORM WRITE-RUNTIME-ERROR
    EXIT.

*> Name root WS-XR-TARGET for a runtime-error record: its business
*> key, then - for a {def output ...} root - the output name.
NAME-XR-TARGET SECTION.
    MOVE SPACES TO WS-RTE-NAME
    MOVE ROOT-KEY(WS-XR-TARGET) TO WS-RTE-NAME(1:20)
    IF NODE-TYPE(WS-ROOT-LIST(WS-XR-TARGET)) = "DefC"
        MOVE DEFINE-NAME(WS-ROOT-LIST(WS-XR-TARGET))
            TO WS-RTE-NAME(22:29)
    END-IF
    EXIT.

*> LOOKUP: argument 1 names a loaded rate table, argument 2 is the
*> amount to band. The result is the value of the last band whose
*> lower bound the amount reaches. An unknown table, or an amount
*> below the lowest band, fails the node - a premium rated off a
*> silently-defaulted band is the transcription error this
*> primitive exists to eliminate.
APPLY-TABLE-LOOKUP SECTION.
    MOVE ARG-VAL-S(WS-DEPTH, 1) TO WS-RT-LOOKUP-NAME
    MOVE ARG-VAL-Z(WS-DEPTH, 2) TO WS-RT-AMOUNT
    PERFORM FIND-RATE-TABLE
    IF WS-RT-FOUND = "N"
        DISPLAY "LOOKUP names a rate table that is not loaded: "
            WS-RT-LOOKUP-NAME
        MOVE 0 TO RESULT-Z-STACK(WS-DEPTH)
        MOVE "E" TO ERROR-FLAG-STACK(WS-DEPTH)
        MOVE "23" TO WS-RTE-REASON-CODE
        MOVE NODE-IDX-STACK(WS-DEPTH) TO WS-RTE-NODE-IDX
        MOVE WS-RT-LOOKUP-NAME TO WS-RTE-NAME
        PERFORM WRITE-RUNTIME-ERROR
    ELSE
        MOVE 0 TO WS-RT-BAND-HIT
        PERFORM VARYING WS-RT-J FROM 1 BY 1
            UNTIL WS-RT-J > RT-BAND-COUNT(WS-RT-I)
                OR RT-BAND-LOW(WS-RT-I, WS-RT-J) > WS-RT-AMOUNT
            MOVE WS-RT-J TO WS-RT-BAND-HIT
        END-PERFORM
        IF WS-RT-BAND-HIT = 0
            DISPLAY "LOOKUP amount " WS-RT-AMOUNT
        END-PERFORM
        CLOSE FORMULA-LIB-FILE
        MOVE WS-NODE-COUNT TO WS-LIB-LAST-NEW
        MOVE WS-LIB-FIRST-NEW TO WS-RELINK-FROM
        PERFORM RELINK-LIB-NODES
    ELSE
        DISPLAY "No formula library file found - starting without "
LOAD-LIB-NODE SECTION.
    IF LN-POOL-IDX NOT NUMERIC OR LN-POOL-IDX = 0
        OR LN-POOL-IDX > 10000
        DISPLAY "Rejecting " FUNCTION TRIM(WS-LIB-LOAD-WHAT)
            " node with pool index out of range: " LN-POOL-IDX
    ELSE
        MOVE "N" TO WS-PARSE-ERR
        PERFORM ALLOC-NODE
        IF WS-PARSE-ERR = "Y"
            DISPLAY "Node pool exhausted loading the "
                FUNCTION TRIM(WS-LIB-LOAD-WHAT)
                " - remaining records ignored."
            MOVE "Y" TO WS-EOF-FLAG
        ELSE
            MOVE WS-NEW-NODE-IDX TO LIB-IDX-MAP(LN-POOL-IDX)
    END-IF
    EXIT.

*> Translate every child reference of the nodes just loaded (from
*> WS-RELINK-FROM up) from the writing run's pool indexes to this
*> run's. An index the file never defined maps to 0, the "no child"
*> value EVAL-CHILD and the validation pass already refuse.
RELINK-LIB-NODES SECTION.
    PERFORM VARYING WS-LIB-I FROM WS-RELINK-FROM BY 1
        UNTIL WS-LIB-I > WS-NODE-COUNT
        MOVE TEST-EXPR-IDX(WS-LIB-I) TO WS-MAP-IN
        PERFORM MAP-LIB-IDX
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Load the suspense file behind the feed and the library. Each
*> entry's node records go into fresh pool slots through the same
*> LOAD-LIB-NODE the library uses; at the entry's header the nodes
*> are relinked and the root joins the root list with its
*> first-failed date and try count. An entry whose business key
*> the feed has re-sent is dropped - the feed's record is the
*> current one. Should the pool or the root list fill, the load
*> stops at the start of that entry and CLOSE-SUSPENSE-OUT copies
*> the rest of the file forward untouched: nothing leaves suspense
*> without having run clean.
*> --------------------------------------------------------------
LOAD-SUSPENSE SECTION.
    MOVE "Y" TO WS-SUSP-ACTIVE
    MOVE 0 TO WS-STAT-SUSP-LOADED
    MOVE 0 TO WS-STAT-SUSP-CLEARED
    MOVE 0 TO WS-STAT-SUSP-SUPERSEDED
    MOVE 0 TO WS-STAT-SUSP-NEW
    MOVE 0 TO WS-STAT-SUSP-RETAINED
    MOVE 0 TO WS-STAT-SUSP-CARRIED
    MOVE 0 TO WS-SUSP-KEEP-COUNT
    MOVE WS-ROOT-COUNT TO WS-FEED-ROOT-COUNT
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS = "00"
        PERFORM VARYING WS-LIB-I FROM 1 BY 1 UNTIL WS-LIB-I > 10000
            MOVE 0 TO LIB-IDX-MAP(WS-LIB-I)
        END-PERFORM
        MOVE "suspense file" TO WS-LIB-LOAD-WHAT
        MOVE 0 TO WS-SUSP-REC-NO
        MOVE 1 TO WS-SUSP-ENTRY-REC
        COMPUTE WS-SUSP-ENTRY-FIRST = WS-NODE-COUNT + 1
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF-FLAG = "Y"
            READ SUSPENSE-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    ADD 1 TO WS-SUSP-REC-NO
                    EVALUATE SUSPENSE-RECORD(1:1)
                        WHEN "A"
                            PERFORM LOAD-SUSPENSE-NODE
                        WHEN "S"
                            MOVE SUSPENSE-RECORD TO WS-SUSP-HEADER-REC
                            PERFORM LOAD-SUSPENSE-ENTRY
                            COMPUTE WS-SUSP-ENTRY-FIRST =
                                WS-NODE-COUNT + 1
                            COMPUTE WS-SUSP-ENTRY-REC =
                                WS-SUSP-REC-NO + 1
                        WHEN OTHER
                            DISPLAY "Ignoring unrecognized suspense "
                                "record type: " SUSPENSE-RECORD(1:1)
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
        *> Node records with no header after them: a file cut off
        *> mid-entry. Those nodes name no root and are let go.
        IF WS-NODE-COUNT >= WS-SUSP-ENTRY-FIRST
            DISPLAY "Suspense file ends inside an entry - node "
                "records from record " WS-SUSP-ENTRY-REC " ignored"
            PERFORM DROP-SUSPENSE-NODES
        END-IF
        MOVE "formula library" TO WS-LIB-LOAD-WHAT
        DISPLAY "Suspense entries loaded for retry: "
            WS-STAT-SUSP-LOADED
    ELSE
        DISPLAY "No suspense file found - no suspended roots to "
            "retry."
    END-IF
    EXIT.

LOAD-SUSPENSE-NODE SECTION.
    MOVE SUSPENSE-RECORD TO WS-LIB-NODE-REC
    MOVE "N" TO WS-PARSE-ERR
    MOVE 0 TO WS-NEW-NODE-IDX
    PERFORM LOAD-LIB-NODE
    IF WS-PARSE-ERR = "Y"
        PERFORM CUT-SUSPENSE-LOAD
    ELSE IF WS-NEW-NODE-IDX > 0
        MOVE LN-POOL-IDX TO SUSP-OLD-IDX(WS-NEW-NODE-IDX)
    END-IF
    EXIT.

*> The entry's nodes are all in (they precede the header), so the
*> map is complete for it: relink, clear its map cells for the
*> next entry, and add the root.
LOAD-SUSPENSE-ENTRY SECTION.
    MOVE "N" TO WS-SUSP-FOUND
    IF SH-BUS-KEY NOT = SPACES
        PERFORM VARYING WS-SUSP-I FROM 1 BY 1
            UNTIL WS-SUSP-I > WS-FEED-ROOT-COUNT
                OR WS-SUSP-FOUND = "Y"
            IF ROOT-KEY(WS-SUSP-I) = SH-BUS-KEY
                MOVE "Y" TO WS-SUSP-FOUND
            END-IF
        END-PERFORM
    END-IF
    IF SH-ROOT-IDX NUMERIC
        MOVE SH-ROOT-IDX TO WS-MAP-IN
        PERFORM MAP-LIB-IDX
    ELSE
        MOVE 0 TO WS-MAP-OUT
    END-IF
    IF (WS-MAP-OUT = 0 OR SH-FIRST-FAILED NOT NUMERIC
        OR SH-TRY-COUNT NOT NUMERIC)
        AND WS-SUSP-KEEP-COUNT < 99
        DISPLAY "ERROR: damaged suspense entry, records "
            WS-SUSP-ENTRY-REC " to " WS-SUSP-REC-NO
            " - carried forward unretried"
        ADD 1 TO WS-SUSP-KEEP-COUNT
        MOVE WS-SUSP-ENTRY-REC TO SUSP-KEEP-FROM(WS-SUSP-KEEP-COUNT)
        MOVE WS-SUSP-REC-NO TO SUSP-KEEP-TO(WS-SUSP-KEEP-COUNT)
        PERFORM DROP-SUSPENSE-NODES
    ELSE IF WS-MAP-OUT = 0 OR SH-FIRST-FAILED NOT NUMERIC
        OR SH-TRY-COUNT NOT NUMERIC
        DISPLAY "ERROR: too many damaged suspense entries - "
            "entries from record " WS-SUSP-ENTRY-REC
            " carried forward unretried"
        PERFORM CUT-SUSPENSE-LOAD
    ELSE IF WS-SUSP-FOUND = "Y"
        DISPLAY "Suspended root " FUNCTION TRIM(SH-BUS-KEY)
            " re-sent in the feed - suspense entry dropped"
        ADD 1 TO WS-STAT-SUSP-SUPERSEDED
        PERFORM DROP-SUSPENSE-NODES
    ELSE IF WS-ROOT-COUNT >= 10000
        DISPLAY "Root list full - suspense entries from record "
            WS-SUSP-ENTRY-REC " carried forward unretried"
        PERFORM CUT-SUSPENSE-LOAD
    ELSE
        MOVE WS-MAP-OUT TO WS-ADD-ROOT-IDX
        MOVE SH-BUS-KEY TO WS-ADD-ROOT-KEY
        MOVE WS-SUSP-ENTRY-FIRST TO WS-RELINK-FROM
        PERFORM RELINK-LIB-NODES
        PERFORM CLEAR-SUSPENSE-MAP
        PERFORM ADD-ROOT
        MOVE SH-FIRST-FAILED TO ROOT-FIRST-FAILED(WS-ROOT-COUNT)
        MOVE SH-TRY-COUNT TO ROOT-TRY-COUNT(WS-ROOT-COUNT)
        ADD 1 TO WS-STAT-SUSP-LOADED
    END-IF
    EXIT.

*> Stop taking entries on: the current one is dropped from the pool
*> and everything from its first record is carried forward as is.
CUT-SUSPENSE-LOAD SECTION.
    ADD 1 TO WS-SUSP-KEEP-COUNT
    MOVE WS-SUSP-ENTRY-REC TO SUSP-KEEP-FROM(WS-SUSP-KEEP-COUNT)
    MOVE 9999999 TO SUSP-KEEP-TO(WS-SUSP-KEEP-COUNT)
    PERFORM DROP-SUSPENSE-NODES
    MOVE "Y" TO WS-EOF-FLAG
    EXIT.

DROP-SUSPENSE-NODES SECTION.
    PERFORM CLEAR-SUSPENSE-MAP
    COMPUTE WS-NODE-COUNT = WS-SUSP-ENTRY-FIRST - 1
    EXIT.

CLEAR-SUSPENSE-MAP SECTION.
    PERFORM VARYING WS-LIB-I FROM WS-SUSP-ENTRY-FIRST BY 1
        UNTIL WS-LIB-I > WS-NODE-COUNT
        MOVE 0 TO LIB-IDX-MAP(SUSP-OLD-IDX(WS-LIB-I))
    END-PERFORM
    EXIT.

*> --------------------------------------------------------------
*> Load the rate-table file: each record files one band under its
*> table, creating the table on first sight. A missing file just
        DISPLAY "Rejecting malformed rate-table record: "
            RB-TABLE-NAME
    ELSE
        MOVE RB-TABLE-NAME TO WS-RB-TABLE-NAME
        MOVE RB-BAND-LOW TO WS-RB-BAND-LOW
        MOVE RB-BAND-VALUE TO WS-RB-BAND-VALUE
        PERFORM FILE-RATE-BAND
    END-IF
    EXIT.

*> Files band WS-RB-BAND-LOW/VALUE under table WS-RB-TABLE-NAME,
*> opening a new table for a name not seen before.
FILE-RATE-BAND SECTION.
    MOVE WS-RB-TABLE-NAME TO WS-RT-LOOKUP-NAME
    PERFORM FIND-RATE-TABLE
    IF WS-RT-FOUND = "N"
        IF WS-RATE-TABLE-COUNT >= 20
            DISPLAY "Rate-table pool full (20 limit) - ignoring "
                "table " WS-RB-TABLE-NAME
        ELSE
            ADD 1 TO WS-RATE-TABLE-COUNT
            MOVE WS-RATE-TABLE-COUNT TO WS-RT-I
            MOVE WS-RB-TABLE-NAME TO RT-NAME(WS-RT-I)
            MOVE 0 TO RT-BAND-COUNT(WS-RT-I)
            MOVE "Y" TO WS-RT-FOUND
        END-IF
    END-IF
    IF WS-RT-FOUND = "Y"
        PERFORM INSERT-RATE-BAND
    END-IF
    EXIT.

*> File the band at its ordered slot in table WS-RT-I - ascending
    PERFORM VARYING WS-RT-J FROM 1 BY 1
        UNTIL WS-RT-J > RT-BAND-COUNT(WS-RT-I)
            OR WS-RT-BAND-HIT > 0
        IF RT-BAND-LOW(WS-RT-I, WS-RT-J) >= WS-RB-BAND-LOW
            MOVE WS-RT-J TO WS-RT-BAND-HIT
        END-IF
    END-PERFORM
    IF WS-RT-BAND-HIT > 0
        AND RT-BAND-LOW(WS-RT-I, WS-RT-BAND-HIT) = WS-RB-BAND-LOW
        MOVE WS-RB-BAND-VALUE TO RT-BAND-VALUE(WS-RT-I, WS-RT-BAND-HIT)
    ELSE
        IF RT-BAND-COUNT(WS-RT-I) >= 50
            DISPLAY "Rate table " RT-NAME(WS-RT-I)
                " full (50 bands) - ignoring band " WS-RB-BAND-LOW
        ELSE
            IF WS-RT-BAND-HIT = 0
                COMPUTE WS-RT-BAND-HIT = RT-BAND-COUNT(WS-RT-I) + 1
                    TO RT-BANDS(WS-RT-I, WS-RT-K + 1)
            END-PERFORM
            ADD 1 TO RT-BAND-COUNT(WS-RT-I)
            MOVE WS-RB-BAND-LOW TO RT-BAND-LOW(WS-RT-I, WS-RT-BAND-HIT)
            MOVE WS-RB-BAND-VALUE
                TO RT-BAND-VALUE(WS-RT-I, WS-RT-BAND-HIT)
            ADD 1 TO WS-STAT-RATE-BANDS-LOADED
        END-IF
        *> prior good run left behind.
        MOVE "N" TO WS-SAVE-BINDINGS
        MOVE "N" TO WS-SAVE-FORMULAS
        MOVE 1 TO WS-PF-PHASE
        PERFORM PROFILE-MARK
    ELSE
        PERFORM LOAD-EXPR-SOURCE
        PERFORM LOAD-FORMULA-LIB
        IF WS-SUSPENSE-SWITCH = "Y"
            PERFORM LOAD-SUSPENSE
        END-IF
        MOVE 1 TO WS-PF-PHASE
        PERFORM PROFILE-MARK
        IF WS-ROOT-COUNT > 0
            PERFORM VALIDATE-ROOTS
            MOVE 2 TO WS-PF-PHASE
            PERFORM PROFILE-MARK
            PERFORM EVAL-ROOTS
            MOVE 3 TO WS-PF-PHASE
            PERFORM PROFILE-MARK
        ELSE
            DISPLAY "No root expressions found - skipping batch "
                "evaluation."
    EXIT.

*> --------------------------------------------------------------
*> Dataset mode: one library formula applied to every record of
*> the policy master. No AST feed, no expression source - the
*> formula library is the only code loaded. The layout header is
*> read and checked against the formula's parameters before any
*> output is opened, so a master that cannot be rated leaves the
*> prior results, bindings and library generations untouched.
*> --------------------------------------------------------------
DATASET-DRIVER SECTION.
    MOVE 0 TO WS-STAT-ROOTS-PROCESSED
    MOVE 0 TO WS-STAT-ROOTS-IN-ERROR
    MOVE 0 TO WS-STAT-ROOTS-REJECTED
    MOVE 0 TO WS-STAT-PEAK-DEPTH
    MOVE 1 TO WS-STAT-PEAK-SCOPES
    MOVE WS-CLOSURE-COUNT TO WS-STAT-PEAK-CLOSURES
    MOVE 0 TO WS-STAT-MASTER-RECORDS
    MOVE "N" TO WS-ABORT-RUN
    MOVE 0 TO WS-ROOT-COUNT
    MOVE "N" TO WS-DS-LAYOUT-BAD
    PERFORM LOAD-FORMULA-LIB
    PERFORM FIND-DATASET-FORMULA
    IF WS-DS-CLOS-IDX = 0
        PERFORM ABANDON-DATASET-RUN
    ELSE
        OPEN INPUT POLICY-MASTER-FILE
        IF WS-POLICY-MASTER-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open policy master "
                WS-POLICY-MASTER-NAME ", status="
                WS-POLICY-MASTER-STATUS
            PERFORM ABANDON-DATASET-RUN
        ELSE
            PERFORM LOAD-POLICY-LAYOUT
            MOVE 1 TO WS-PF-PHASE
            PERFORM PROFILE-MARK
            PERFORM CHECK-POLICY-LAYOUT
            MOVE 2 TO WS-PF-PHASE
            PERFORM PROFILE-MARK
            IF WS-DS-LAYOUT-BAD = "Y"
                PERFORM ABANDON-DATASET-RUN
            ELSE
                PERFORM READ-CHECKPOINT
                PERFORM EVAL-DATASET
                MOVE 3 TO WS-PF-PHASE
                PERFORM PROFILE-MARK
            END-IF
            CLOSE POLICY-MASTER-FILE
        END-IF
    END-IF
    EXIT.

*> Same rule as an AST control failure: nothing ran, so nothing
*> next-generation may be written over what a good run left.
ABANDON-DATASET-RUN SECTION.
    DISPLAY "Run abandoned - correct the dataset run and rerun."
    MOVE 1 TO WS-PF-PHASE
    PERFORM PROFILE-MARK
    MOVE 16 TO RETURN-CODE
    MOVE "N" TO WS-SAVE-BINDINGS
    MOVE "N" TO WS-SAVE-FORMULAS
    EXIT.

*> The formula must be a library (or bindings-file) callable in the
*> global scope - a plain value under that name cannot be applied.
FIND-DATASET-FORMULA SECTION.
    MOVE 0 TO WS-DS-CLOS-IDX
    IF WS-DATASET-FORMULA = SPACES
        DISPLAY "ERROR: DATASET-FORMULA= not given in the run control"
    ELSE
        MOVE 1 TO WS-BS-SCOPE
        MOVE WS-DATASET-FORMULA TO WS-BS-NAME
        PERFORM BIND-SEARCH
        IF WS-BS-FOUND = "Y"
            AND BIND-TYPE(1, WS-BS-IDX) = "C"
            MOVE BIND-NUM-VALUE(1, WS-BS-IDX) TO WS-DS-CLOS-IDX
        ELSE
            DISPLAY "ERROR: dataset formula "
                FUNCTION TRIM(WS-DATASET-FORMULA)
                " is not a formula in the library"
        END-IF
    END-IF
    EXIT.

*> Reads the "*" header records up to the first policy record,
*> which is left in the record area for EVAL-DATASET.
LOAD-POLICY-LAYOUT SECTION.
    MOVE 0 TO WS-DS-KEY-START
    MOVE 0 TO WS-DS-KEY-LENGTH
    MOVE 0 TO WS-DS-FIELD-COUNT
    MOVE "N" TO WS-DS-EOF
    MOVE "N" TO WS-DS-HAVE-RECORD
    PERFORM UNTIL WS-DS-EOF = "Y" OR WS-DS-HAVE-RECORD = "Y"
        READ POLICY-MASTER-FILE
            AT END
                MOVE "Y" TO WS-DS-EOF
            NOT AT END
                IF POLICY-MASTER-RECORD(1:1) = "*"
                    PERFORM STORE-POLICY-LAYOUT
                ELSE IF POLICY-MASTER-RECORD NOT = SPACES
                    MOVE "Y" TO WS-DS-HAVE-RECORD
                END-IF
        END-READ
    END-PERFORM
    EXIT.

STORE-POLICY-LAYOUT SECTION.
    IF PL-DECIMALS NOT NUMERIC
        MOVE 0 TO PL-DECIMALS
    END-IF
    EVALUATE PL-TAG
        WHEN "*KEY"
            IF PL-START NOT NUMERIC OR PL-LENGTH NOT NUMERIC
                OR PL-START = 0 OR PL-LENGTH = 0 OR PL-LENGTH > 20
                DISPLAY "ERROR: invalid *KEY column in the policy "
                    "master layout"
                MOVE "Y" TO WS-DS-LAYOUT-BAD
            ELSE
                COMPUTE WS-DS-END = PL-START + PL-LENGTH - 1
                IF WS-DS-END > 500
                    DISPLAY "ERROR: *KEY column runs past the end of "
                        "the policy master record"
                    MOVE "Y" TO WS-DS-LAYOUT-BAD
                ELSE
                    MOVE PL-START TO WS-DS-KEY-START
                    MOVE PL-LENGTH TO WS-DS-KEY-LENGTH
                END-IF
            END-IF
        WHEN "*FIELD"
            PERFORM STORE-POLICY-FIELD
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT.

STORE-POLICY-FIELD SECTION.
    MOVE "N" TO WS-DS-FOUND
    PERFORM VARYING WS-DS-J FROM 1 BY 1
        UNTIL WS-DS-J > WS-DS-FIELD-COUNT
        IF DS-FIELD-NAME(WS-DS-J) = PL-NAME
            MOVE "Y" TO WS-DS-FOUND
        END-IF
    END-PERFORM
    IF PL-NAME = SPACES
        OR (PL-TYPE NOT = "N" AND PL-TYPE NOT = "S"
            AND PL-TYPE NOT = "D")
        OR PL-START NOT NUMERIC OR PL-LENGTH NOT NUMERIC
        OR PL-START = 0 OR PL-LENGTH = 0 OR PL-LENGTH > 50
        DISPLAY "ERROR: invalid *FIELD entry in the policy master "
            "layout: " FUNCTION TRIM(PL-NAME)
        MOVE "Y" TO WS-DS-LAYOUT-BAD
    ELSE IF WS-DS-FOUND = "Y"
        DISPLAY "ERROR: column " FUNCTION TRIM(PL-NAME)
            " appears twice in the policy master layout"
        MOVE "Y" TO WS-DS-LAYOUT-BAD
    ELSE IF WS-DS-FIELD-COUNT >= 50
        DISPLAY "ERROR: more than 50 columns in the policy master "
            "layout"
        MOVE "Y" TO WS-DS-LAYOUT-BAD
    ELSE
        COMPUTE WS-DS-END = PL-START + PL-LENGTH - 1
        IF WS-DS-END > 500
            DISPLAY "ERROR: column " FUNCTION TRIM(PL-NAME)
                " runs past the end of the policy master record"
            MOVE "Y" TO WS-DS-LAYOUT-BAD
        ELSE
            ADD 1 TO WS-DS-FIELD-COUNT
            MOVE PL-NAME TO DS-FIELD-NAME(WS-DS-FIELD-COUNT)
            MOVE PL-TYPE TO DS-FIELD-TYPE(WS-DS-FIELD-COUNT)
            MOVE PL-START TO DS-FIELD-START(WS-DS-FIELD-COUNT)
            MOVE PL-LENGTH TO DS-FIELD-LENGTH(WS-DS-FIELD-COUNT)
            MOVE PL-DECIMALS TO DS-FIELD-DECIMALS(WS-DS-FIELD-COUNT)
        END-IF
    END-IF
    EXIT.

*> Every parameter of the formula has to be fed from a column;
*> an unfed one would only surface as an unbound-name error on
*> every single policy.
CHECK-POLICY-LAYOUT SECTION.
    IF WS-DS-KEY-LENGTH = 0
        DISPLAY "ERROR: policy master layout has no *KEY column"
        MOVE "Y" TO WS-DS-LAYOUT-BAD
    END-IF
    PERFORM VARYING WS-ARG-I FROM 1 BY 1
        UNTIL WS-ARG-I > CLOS-PARAM-COUNT(WS-DS-CLOS-IDX)
        MOVE "N" TO WS-DS-FOUND
        PERFORM VARYING WS-DS-J FROM 1 BY 1
            UNTIL WS-DS-J > WS-DS-FIELD-COUNT
            IF DS-FIELD-NAME(WS-DS-J) =
                CLOS-PARAMS(WS-DS-CLOS-IDX, WS-ARG-I)
                MOVE "Y" TO WS-DS-FOUND
            END-IF
        END-PERFORM
        IF WS-DS-FOUND = "N"
            DISPLAY "ERROR: formula parameter "
                FUNCTION TRIM(CLOS-PARAMS(WS-DS-CLOS-IDX, WS-ARG-I))
                " has no column in the policy master layout"
            MOVE "Y" TO WS-DS-LAYOUT-BAD
        END-IF
    END-PERFORM
    EXIT.

*> The dataset counterpart of EVAL-ROOTS: one master record takes
*> the place of one root, and the root sequence counts master
*> records, so checkpoint/restart works on the same numbers.
EVAL-DATASET SECTION.
    PERFORM OPEN-RESULTS-FILE
    PERFORM OPEN-RUNTIME-ERR-FILE
    IF TRACE-ENABLED
        PERFORM OPEN-TRACE-FILE
    END-IF
    IF WS-COMPARE-MODE = "Y"
        PERFORM LOAD-PRIOR-RESULTS
        PERFORM OPEN-COMPARE-RPT
    END-IF
    MOVE WS-CLOSURE-COUNT TO WS-GC-CLOS-FLOOR
    MOVE WS-SCOPE-COUNT TO WS-GC-SCOPE-FLOOR
    PERFORM UNTIL WS-DS-HAVE-RECORD = "N" OR WS-ABORT-RUN = "Y"
        ADD 1 TO WS-STAT-MASTER-RECORDS
        ADD 1 TO WS-ROOT-SEQ
        IF WS-ROOT-SEQ > WS-START-FROM
            PERFORM EVAL-POLICY-RECORD
        END-IF
        PERFORM READ-NEXT-POLICY
    END-PERFORM
    PERFORM WRITE-RESULTS-TRAILER
    IF WS-RESULTS-OPEN = "Y"
        CLOSE RESULTS-FILE
        MOVE "N" TO WS-RESULTS-OPEN
    END-IF
    IF WS-RUNTIME-ERR-OPEN = "Y"
        CLOSE RUNTIME-ERROR-FILE
        MOVE "N" TO WS-RUNTIME-ERR-OPEN
    END-IF
    IF WS-TRACE-OPEN = "Y"
        CLOSE TRACE-FILE
        MOVE "N" TO WS-TRACE-OPEN
    END-IF
    IF WS-COMPARE-RPT-OPEN = "Y"
        PERFORM WRITE-COMPARE-SUMMARY
        CLOSE COMPARE-RPT-FILE
        MOVE "N" TO WS-COMPARE-RPT-OPEN
    END-IF
    IF WS-ABORT-RUN = "N"
        PERFORM CLEAR-CHECKPOINT
    END-IF
    EXIT.

READ-NEXT-POLICY SECTION.
    MOVE "N" TO WS-DS-HAVE-RECORD
    PERFORM UNTIL WS-DS-EOF = "Y" OR WS-DS-HAVE-RECORD = "Y"
        READ POLICY-MASTER-FILE
            AT END
                MOVE "Y" TO WS-DS-EOF
            NOT AT END
                IF POLICY-MASTER-RECORD(1:1) = "*"
                    DISPLAY "Layout record after the first policy "
                        "ignored: " POLICY-MASTER-RECORD(1:60)
                ELSE IF POLICY-MASTER-RECORD NOT = SPACES
                    MOVE "Y" TO WS-DS-HAVE-RECORD
                END-IF
        END-READ
    END-PERFORM
    EXIT.

EVAL-POLICY-RECORD SECTION.
    MOVE SPACES TO WS-CUR-ROOT-KEY
    MOVE POLICY-MASTER-RECORD(WS-DS-KEY-START:WS-DS-KEY-LENGTH)
        TO WS-CUR-ROOT-KEY
    MOVE CLOS-BODY-IDX(WS-DS-CLOS-IDX) TO WS-EVAL-NODE-IDX
    IF WS-PF-ACTIVE = "Y"
        PERFORM PROFILE-ROOT-START
    END-IF
    PERFORM BIND-POLICY-ATTRIBUTES
    IF WS-DS-RECORD-BAD = "Y"
        MOVE "N" TO VAR-TYPE
        MOVE 0 TO VAR-Z
        MOVE SPACES TO VAR-S
        MOVE 0 TO VAR-S-LEN
        MOVE "E" TO VAR-ERR
    ELSE
        MOVE WS-DS-CALL-SCOPE TO WS-EVAL-SCOPE-IDX
        *> Each record is one call of the dataset formula, made here
        *> rather than through APPLY-CLOSURE.
        IF WS-PF-ACTIVE = "Y"
            MOVE WS-DATASET-FORMULA TO WS-PF-NAME
            PERFORM PROFILE-CALL-ENTER
        END-IF
        PERFORM EVAL-TOP-NODE
        IF WS-PF-ACTIVE = "Y"
            PERFORM PROFILE-CALL-EXIT
        END-IF
        MOVE 1 TO WS-EVAL-SCOPE-IDX
    END-IF
    IF WS-PF-ACTIVE = "Y"
        PERFORM PROFILE-ROOT-END
    END-IF
    MOVE VAR-Z TO WS-RP-IN
    PERFORM ROUND-TO-PENNIES
    MOVE WS-RP-OUT TO WS-FINAL-RESULT-Z
    ADD 1 TO WS-STAT-ROOTS-PROCESSED
    IF VAR-ERR = "E"
        ADD 1 TO WS-STAT-ROOTS-IN-ERROR
    END-IF
    DISPLAY "Dataset record " WS-ROOT-SEQ
        " (key " FUNCTION TRIM(WS-CUR-ROOT-KEY) "): Z=" VAR-Z
        " S=" VAR-S " ERR=" VAR-ERR
    PERFORM WRITE-RESULT-RECORD
    IF WS-COMPARE-RPT-OPEN = "Y"
        PERFORM COMPARE-RESULT
    END-IF
    PERFORM RECLAIM-POOLS
    IF FUNCTION MOD(WS-ROOT-SEQ, WS-CHECKPOINT-INTERVAL) = 0
        PERFORM WRITE-CHECKPOINT
    END-IF
    IF WS-MAX-ERRORS > 0
        AND WS-STAT-ROOTS-IN-ERROR >= WS-MAX-ERRORS
        MOVE "Y" TO WS-ABORT-RUN
        DISPLAY "Stopping run: error threshold of "
            WS-MAX-ERRORS " reached at dataset record "
            WS-ROOT-SEQ
        PERFORM WRITE-CHECKPOINT
    END-IF
    EXIT.

*> Builds the policy's call scope exactly as APPLY-CLOSURE builds a
*> call's: parent is the formula's captured environment. Every
*> column is bound, not just the parameters, so a formula can also
*> reach a non-parameter attribute by name. RECLAIM-POOLS releases
*> the scope once the results record is out.
BIND-POLICY-ATTRIBUTES SECTION.
    MOVE "N" TO WS-DS-RECORD-BAD
    IF WS-SCOPE-COUNT >= WS-SCOPE-LIMIT
        DISPLAY "ERROR: scope pool exhausted (limit "
            WS-SCOPE-LIMIT ")"
        MOVE "Y" TO WS-DS-RECORD-BAD
        MOVE "18" TO WS-RTE-REASON-CODE
        MOVE WS-EVAL-NODE-IDX TO WS-RTE-NODE-IDX
        MOVE WS-DATASET-FORMULA TO WS-RTE-NAME
        PERFORM WRITE-RUNTIME-ERROR
    ELSE
        ADD 1 TO WS-SCOPE-COUNT
        ADD 1 TO WS-PF-SCOPES-MADE
        IF WS-SCOPE-COUNT > WS-STAT-PEAK-SCOPES
            MOVE WS-SCOPE-COUNT TO WS-STAT-PEAK-SCOPES
        END-IF
        MOVE WS-SCOPE-COUNT TO WS-DS-CALL-SCOPE
        MOVE CLOS-ENV-SCOPE(WS-DS-CLOS-IDX)
            TO SCOPE-PARENT(WS-DS-CALL-SCOPE)
        MOVE 0 TO SCOPE-BIND-COUNT(WS-DS-CALL-SCOPE)
        PERFORM VARYING WS-DS-I FROM 1 BY 1
            UNTIL WS-DS-I > WS-DS-FIELD-COUNT
            PERFORM BIND-POLICY-FIELD
        END-PERFORM
    END-IF
    EXIT.

BIND-POLICY-FIELD SECTION.
    MOVE WS-DS-CALL-SCOPE TO WS-AB-SCOPE
    MOVE DS-FIELD-NAME(WS-DS-I) TO WS-AB-NAME
    MOVE SPACES TO WS-DS-FIELD-TEXT
    MOVE POLICY-MASTER-RECORD(DS-FIELD-START(WS-DS-I):
        DS-FIELD-LENGTH(WS-DS-I)) TO WS-DS-FIELD-TEXT
    MOVE 0 TO WS-AB-NUM
    MOVE SPACES TO WS-AB-STR
    EVALUATE DS-FIELD-TYPE(WS-DS-I)
        WHEN "S"
            MOVE "S" TO WS-AB-TYPE
            MOVE WS-DS-FIELD-TEXT TO WS-AB-STR
        WHEN "D"
            MOVE "D" TO WS-AB-TYPE
            PERFORM CONVERT-POLICY-DATE
        WHEN OTHER
            MOVE "N" TO WS-AB-TYPE
            PERFORM CONVERT-POLICY-NUMBER
    END-EVALUATE
    PERFORM ADD-BINDING
    EXIT.

*> A date column must hold a real YYYYMMDD date - a blank or
*> zero-filled inception date errors the policy rather than rating
*> it off 1 January of year nought.
CONVERT-POLICY-DATE SECTION.
    MOVE FUNCTION TRIM(WS-DS-FIELD-TEXT) TO WS-TOKEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DS-FIELD-TEXT))
        TO WS-TOKEN-LEN
    IF WS-DS-FIELD-TEXT = SPACES OR WS-TOKEN-LEN NOT = 8
        OR WS-TOKEN(1:8) NOT NUMERIC
        PERFORM REJECT-POLICY-DATE
    ELSE
        MOVE WS-TOKEN(1:8) TO WS-DT-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DATE) NOT = 0
            PERFORM REJECT-POLICY-DATE
        ELSE
            MOVE WS-DT-DATE TO WS-AB-NUM
        END-IF
    END-IF
    EXIT.

REJECT-POLICY-DATE SECTION.
    DISPLAY "ERROR: policy " FUNCTION TRIM(WS-CUR-ROOT-KEY)
        " column " FUNCTION TRIM(DS-FIELD-NAME(WS-DS-I))
        " is not a valid YYYYMMDD date: " WS-DS-FIELD-TEXT
    MOVE 0 TO WS-AB-NUM
    MOVE "Y" TO WS-DS-RECORD-BAD
    MOVE "27" TO WS-RTE-REASON-CODE
    MOVE WS-EVAL-NODE-IDX TO WS-RTE-NODE-IDX
    MOVE DS-FIELD-NAME(WS-DS-I) TO WS-RTE-NAME
    PERFORM WRITE-RUNTIME-ERROR
    EXIT.

*> A numeric column may carry its own decimal point ("1250.75") or
*> none, in which case the layout's implied decimals apply
*> ("125075" with 2 places). Anything the source tokenizer would
*> not take as a number errors the policy - a blank premium must
*> not rate as zero.
CONVERT-POLICY-NUMBER SECTION.
    MOVE FUNCTION TRIM(WS-DS-FIELD-TEXT) TO WS-TOKEN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DS-FIELD-TEXT))
        TO WS-TOKEN-LEN
    PERFORM CHECK-NUMERIC-ATOM
    IF WS-DS-FIELD-TEXT = SPACES OR WS-ATOM-IS-NUM = "N"
        PERFORM REJECT-POLICY-NUMBER
    ELSE
        IF WS-ATOM-DOTS > 0
            MOVE 1 TO WS-DS-SCALE
        ELSE
            COMPUTE WS-DS-SCALE = 10 ** DS-FIELD-DECIMALS(WS-DS-I)
        END-IF
        COMPUTE WS-AB-NUM =
            FUNCTION NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN)) / WS-DS-SCALE
            ON SIZE ERROR
                PERFORM REJECT-POLICY-NUMBER
        END-COMPUTE
    END-IF
    EXIT.

REJECT-POLICY-NUMBER SECTION.
    DISPLAY "ERROR: policy " FUNCTION TRIM(WS-CUR-ROOT-KEY)
        " column " FUNCTION TRIM(DS-FIELD-NAME(WS-DS-I))
        " is not numeric: " WS-DS-FIELD-TEXT
    MOVE 0 TO WS-AB-NUM
    MOVE "Y" TO WS-DS-RECORD-BAD
    MOVE "25" TO WS-RTE-REASON-CODE
    MOVE WS-EVAL-NODE-IDX TO WS-RTE-NODE-IDX
    MOVE DS-FIELD-NAME(WS-DS-I) TO WS-RTE-NAME
    PERFORM WRITE-RUNTIME-ERROR
    EXIT.

*> --------------------------------------------------------------
*> Scenario sweep: load the inputs once, then evaluate the whole
*> root list once per scenario, each scenario starting from the
*> same post-load global scope with its own overrides applied. One
*> results file per scenario (base name dot scenario name) and a
*> side-by-side report. No checkpointing, comparing, or carrying
*> of derived bindings forward - a what-if run is not the book of
*> record, and its last scenario's values must never leak into
*> tomorrow's production inputs.
*> --------------------------------------------------------------
SCENARIO-DRIVER SECTION.
    MOVE "N" TO WS-SAVE-BINDINGS
    MOVE "N" TO WS-SAVE-FORMULAS
    MOVE 0 TO WS-STAT-ROOTS-PROCESSED
    MOVE 0 TO WS-STAT-ROOTS-IN-ERROR
    MOVE 0 TO WS-STAT-ROOTS-REJECTED
    MOVE 0 TO WS-STAT-PEAK-DEPTH
    MOVE 1 TO WS-STAT-PEAK-SCOPES
    MOVE WS-CLOSURE-COUNT TO WS-STAT-PEAK-CLOSURES
    MOVE 0 TO WS-STAT-SCENARIOS
    *> As in BATCH-DRIVER: the library loads below, after the feed.
    PERFORM LOAD-SCENARIOS
    IF WS-SCENARIO-COUNT = 0
        DISPLAY "No scenarios loaded - nothing to sweep."
    ELSE
        MOVE 0 TO WS-ROOT-COUNT
        OPEN INPUT AST-FILE
        IF WS-AST-FILE-STATUS = "00"
            PERFORM LOAD-AST-POOL
            CLOSE AST-FILE
        ELSE
            DISPLAY "No AST input file found - skipping record input."
        END-IF
        PERFORM VERIFY-AST-CONTROL
        IF WS-CONTROL-FAILED = "Y"
            DISPLAY "Run abandoned - correct the AST feed and rerun."
            MOVE 16 TO RETURN-CODE
            MOVE 0 TO WS-ROOT-COUNT
        ELSE
            PERFORM LOAD-EXPR-SOURCE
            PERFORM LOAD-FORMULA-LIB
        END-IF
        IF WS-ROOT-COUNT = 0
            DISPLAY "No root expressions found - skipping scenario "
                "sweep."
        ELSE
            PERFORM VALIDATE-ROOTS
            MOVE SCOPES(1) TO WS-BASE-SCOPE1
            MOVE WS-CLOSURE-COUNT TO WS-BASE-CLOSURE-COUNT
            MOVE WS-RESULTS-FILE-NAME TO WS-BASE-RESULTS-NAME
            MOVE 0 TO WS-START-FROM
            PERFORM OPEN-RUNTIME-ERR-FILE
            PERFORM VARYING WS-SCEN-I FROM 1 BY 1
                UNTIL WS-SCEN-I > WS-SCENARIO-COUNT
                PERFORM RUN-ONE-SCENARIO
            END-PERFORM
            IF WS-RUNTIME-ERR-OPEN = "Y"
                CLOSE RUNTIME-ERROR-FILE
                MOVE "N" TO WS-RUNTIME-ERR-OPEN
            END-IF
            MOVE WS-BASE-RESULTS-NAME TO WS-RESULTS-FILE-NAME
            PERFORM WRITE-SCENARIO-REPORT
        END-IF
    END-IF
    EXIT.

LOAD-SCENARIOS SECTION.
    MOVE 0 TO WS-SCENARIO-COUNT
    OPEN INPUT SCENARIO-FILE
    IF WS-SCENARIO-FILE-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF-FLAG = "Y"
            READ SCENARIO-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    PERFORM STORE-SCENARIO-OVERRIDE
            END-READ
        END-PERFORM
        CLOSE SCENARIO-FILE
    ELSE
        DISPLAY "No scenario file found."
    END-IF
    EXIT.

STORE-SCENARIO-OVERRIDE SECTION.
    IF SN-SCENARIO-NAME = SPACES OR SN-BIND-NAME = SPACES
        DISPLAY "Rejecting malformed scenario record: "
            SN-SCENARIO-NAME
    ELSE
        MOVE "N" TO WS-SCEN-FOUND
        PERFORM VARYING WS-SCEN-I FROM 1 BY 1
            UNTIL WS-SCEN-I > WS-SCENARIO-COUNT
                OR WS-SCEN-FOUND = "Y"
            IF SCEN-NAME(WS-SCEN-I) = SN-SCENARIO-NAME
                MOVE "Y" TO WS-SCEN-FOUND
            END-IF
        END-PERFORM
        IF WS-SCEN-FOUND = "Y"
            SUBTRACT 1 FROM WS-SCEN-I
        ELSE
            IF WS-SCENARIO-COUNT >= 8
                DISPLAY "Scenario table full (8 limit) - ignoring "
                    "scenario " SN-SCENARIO-NAME
            ELSE
                ADD 1 TO WS-SCENARIO-COUNT
                MOVE WS-SCENARIO-COUNT TO WS-SCEN-I
                MOVE SN-SCENARIO-NAME TO SCEN-NAME(WS-SCEN-I)
                MOVE 0 TO SCEN-OVERRIDE-COUNT(WS-SCEN-I)
                MOVE "Y" TO WS-SCEN-FOUND
            END-IF
        END-IF
        IF WS-SCEN-FOUND = "Y"
            IF SCEN-OVERRIDE-COUNT(WS-SCEN-I) >= 50
                DISPLAY "Scenario " SN-SCENARIO-NAME
                    " full (50 overrides) - ignoring " SN-BIND-NAME
            ELSE
                    MOVE SN-STR-VALUE
                        TO SCEN-OV-STR(WS-SCEN-I, WS-SCEN-J)
                ELSE
                    IF SN-BIND-TYPE = "D"
                        MOVE "D" TO SCEN-OV-TYPE(WS-SCEN-I, WS-SCEN-J)
                    ELSE
                        MOVE "N" TO SCEN-OV-TYPE(WS-SCEN-I, WS-SCEN-J)
                    END-IF
                    IF SN-NUM-VALUE NUMERIC
                        MOVE SN-NUM-VALUE
                            TO SCEN-OV-NUM(WS-SCEN-I, WS-SCEN-J)
    MOVE WS-CLOSURE-COUNT TO WS-GC-CLOS-FLOOR
    MOVE WS-SCOPE-COUNT TO WS-GC-SCOPE-FLOOR
    PERFORM OPEN-RESULTS-FILE
    PERFORM CLEAR-ROOT-RESULTS
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
        ADD 1 TO WS-ROOT-SEQ
    ELSE
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-EVAL-NODE-IDX
        MOVE ROOT-KEY(WS-ROOT-I) TO WS-CUR-ROOT-KEY
        PERFORM EVAL-LISTED-ROOT
        ADD 1 TO WS-STAT-ROOTS-PROCESSED
        IF VAR-ERR = "E"
            ADD 1 TO WS-STAT-ROOTS-IN-ERROR
XREF-WALK-NODE SECTION.
    EVALUATE NODE-TYPE(XW-NODE-STACK(WS-XW-DEPTH))
        WHEN "NumC"
        WHEN "DatC"
        WHEN "StrC"
            CONTINUE
        WHEN "IdC"
            WHEN "STR-EQ"
            WHEN "LOOKUP"
            WHEN "ROUND"
            WHEN "DAYS-DIFF"
            WHEN "ADD-DAYS"
            WHEN "ADD-MONTHS"
            WHEN "ADD-YEARS"
            WHEN "YEAR"
            WHEN "MONTH"
            WHEN "DAY"
            WHEN "AS-OF"
                CONTINUE
            WHEN "RESULT"
                IF WS-XW-PURPOSE = "D"
                    PERFORM XREF-NOTE-RESULT
                END-IF
            WHEN OTHER
                MOVE SYM(XW-NODE-STACK(WS-XW-DEPTH)) TO WS-XW-NAME
                PERFORM XREF-MARK-NAME
*> positions are stable here - analysis mode adds no bindings - so
*> the grid row is simply the binding's slot in scope 1.
XREF-MARK-NAME SECTION.
    IF WS-XW-PURPOSE = "X"
        MOVE 1 TO WS-BS-SCOPE
        MOVE WS-XW-NAME TO WS-BS-NAME
        PERFORM BIND-SEARCH
        IF WS-BS-FOUND = "Y"
            IF XREF-HIT(WS-BS-IDX, WS-ROOT-I) = "N"
                MOVE "Y" TO XREF-HIT(WS-BS-IDX, WS-ROOT-I)
                ADD 1 TO XREF-USE-COUNT(WS-BS-IDX)
            END-IF
        END-IF
    END-IF
    EXIT.
    EXIT.

*> --------------------------------------------------------------
*> Formula listing: load everything a batch run would, settle the
*> root order as a batch run's validation does (a root is moved
*> behind the roots it takes a RESULT from), then print every root
*> under the sequence a batch run would give it in RESULTS.DAT and
*> REJECTS.DAT - with its reject reason, if validation would
*> reject it - and every library formula bound in the global
*> scope as brace-notation source - the form EXPR-FILE takes, laid
*> out over several lines where a formula is too wide for one.
*> Nothing is evaluated, nothing is saved forward and no reject
*> record is written.
*> --------------------------------------------------------------
LISTING-DRIVER SECTION.
    MOVE "N" TO WS-SAVE-BINDINGS
    MOVE "N" TO WS-SAVE-FORMULAS
    MOVE 0 TO WS-ROOT-COUNT
    OPEN INPUT AST-FILE
    IF WS-AST-FILE-STATUS = "00"
        PERFORM LOAD-AST-POOL
        CLOSE AST-FILE
    ELSE
        DISPLAY "No AST input file found - skipping record input."
    END-IF
    PERFORM VERIFY-AST-CONTROL
    PERFORM LOAD-EXPR-SOURCE
    PERFORM LOAD-FORMULA-LIB
    OPEN OUTPUT LISTING-RPT-FILE
    IF WS-LISTING-RPT-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open formula listing, status="
            WS-LISTING-RPT-STATUS
    ELSE
        MOVE "Y" TO WS-LISTING-RPT-OPEN
        MOVE 0 TO WS-LST-ROOTS
        MOVE 0 TO WS-LST-FORMULAS
        MOVE SPACES TO WS-LST-LINE
        STRING "FORMULA LISTING - FEED " FUNCTION TRIM(WS-AST-FILE-NAME)
            "  SOURCE " FUNCTION TRIM(WS-EXPR-FILE-NAME)
            "  LIBRARY " FUNCTION TRIM(WS-FORMULA-LIB-NAME)
            DELIMITED BY SIZE INTO WS-LST-LINE
        END-STRING
        PERFORM WRITE-LISTING-LINE
        IF WS-CONTROL-FAILED = "Y"
            MOVE "*** AST FEED OUT OF BALANCE WITH ITS CONTROL RECORD "
                & "***" TO WS-LST-LINE
            PERFORM WRITE-LISTING-LINE
        END-IF
        IF WS-ROOT-COUNT > 0
            PERFORM VALIDATE-ROOT-TREES
            PERFORM ORDER-ROOT-DEPENDENCIES
        END-IF
        PERFORM VARYING WS-ROOT-I FROM 1 BY 1
            UNTIL WS-ROOT-I > WS-ROOT-COUNT
            PERFORM LIST-ONE-ROOT
        END-PERFORM
        PERFORM VARYING WS-LIB-B FROM 1 BY 1
            UNTIL WS-LIB-B > SCOPE-BIND-COUNT(1)
            IF BIND-TYPE(1, WS-LIB-B) = "C"
                PERFORM LIST-ONE-FORMULA
            END-IF
        END-PERFORM
        PERFORM WRITE-LISTING-LINE
        MOVE SPACES TO WS-LST-LINE
        STRING "ROOTS LISTED " WS-LST-ROOTS
            "   LIBRARY FORMULAS LISTED " WS-LST-FORMULAS
            DELIMITED BY SIZE INTO WS-LST-LINE
        END-STRING
        PERFORM WRITE-LISTING-LINE
        CLOSE LISTING-RPT-FILE
        MOVE "N" TO WS-LISTING-RPT-OPEN
        DISPLAY "Formula listing written: " WS-LST-ROOTS " roots, "
            WS-LST-FORMULAS " library formulas."
    END-IF
    EXIT.

LIST-ONE-ROOT SECTION.
    PERFORM WRITE-LISTING-LINE
    MOVE WS-ROOT-I TO WS-LST-SEQ-EDIT
    MOVE SPACES TO WS-LST-LINE
    MOVE 1 TO WS-LST-PTR
    STRING "ROOT " WS-LST-SEQ-EDIT "  KEY " ROOT-KEY(WS-ROOT-I)
        "  NODE " WS-ROOT-LIST(WS-ROOT-I)
        DELIMITED BY SIZE INTO WS-LST-LINE
        WITH POINTER WS-LST-PTR
    END-STRING
    *> A root a batch run would reject has no result to match: say
    *> why, in the reject file's own reason code and text.
    IF ROOT-VALID-FLAG(WS-ROOT-I) = "N"
        STRING "  REJECTED " ROOT-FAIL-CODE(WS-ROOT-I) " "
            FUNCTION TRIM(ROOT-REJECT-TEXT(WS-ROOT-I))
            DELIMITED BY SIZE INTO WS-LST-LINE
            WITH POINTER WS-LST-PTR
        END-STRING
    END-IF
    PERFORM WRITE-LISTING-LINE
    MOVE ALL "-" TO WS-LST-LINE(1:70)
    PERFORM WRITE-LISTING-LINE
    MOVE 0 TO WS-LST-COL
    MOVE "N" TO LST-KIND
    MOVE WS-ROOT-LIST(WS-ROOT-I) TO LST-NODE
    MOVE 0 TO LST-CLAUSE
    MOVE 0 TO WS-LP-DEPTH
    PERFORM LIST-ITEM
    PERFORM WRITE-LISTING-LINE
    ADD 1 TO WS-LST-ROOTS
    EXIT.

*> A library formula prints as the definition that would recreate
*> it: {def name {lam {params} body}} - on one line when it fits,
*> so it can go back into EXPR-FILE as listed; otherwise the def,
*> the lam and the body each start a line of their own.
LIST-ONE-FORMULA SECTION.
    MOVE BIND-NUM-VALUE(1, WS-LIB-B) TO WS-SAVE-CLOS-IDX
    IF WS-SAVE-CLOS-IDX > 0 AND WS-SAVE-CLOS-IDX <= WS-CLOSURE-COUNT
        PERFORM WRITE-LISTING-LINE
        MOVE SPACES TO WS-LST-LINE
        STRING "FORMULA " FUNCTION TRIM(BIND-NAME(1, WS-LIB-B))
            DELIMITED BY SIZE INTO WS-LST-LINE
        END-STRING
        PERFORM WRITE-LISTING-LINE
        MOVE ALL "-" TO WS-LST-LINE(1:70)
        PERFORM WRITE-LISTING-LINE
        MOVE 0 TO WS-LST-COL
        MOVE SPACES TO WS-LST-HEAD
        MOVE 1 TO WS-LST-PTR
        STRING "{def " FUNCTION TRIM(BIND-NAME(1, WS-LIB-B))
            DELIMITED BY SIZE INTO WS-LST-HEAD
            WITH POINTER WS-LST-PTR
        END-STRING
        COMPUTE WS-LST-DEF-LEN = WS-LST-PTR - 1
        STRING " {lam {" DELIMITED BY SIZE INTO WS-LST-HEAD
            WITH POINTER WS-LST-PTR
        END-STRING
        PERFORM VARYING WS-LST-I FROM 1 BY 1
            UNTIL WS-LST-I > CLOS-PARAM-COUNT(WS-SAVE-CLOS-IDX)
                OR WS-LST-I > 10
            IF WS-LST-I > 1
                STRING " " DELIMITED BY SIZE INTO WS-LST-HEAD
                    WITH POINTER WS-LST-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(CLOS-PARAMS(WS-SAVE-CLOS-IDX,
                WS-LST-I)) DELIMITED BY SIZE INTO WS-LST-HEAD
                WITH POINTER WS-LST-PTR
            END-STRING
        END-PERFORM
        STRING "}" DELIMITED BY SIZE INTO WS-LST-HEAD
            WITH POINTER WS-LST-PTR
        END-STRING
        COMPUTE WS-LST-HEAD-LEN = WS-LST-PTR - 1
        MOVE "N" TO LST-KIND
        MOVE CLOS-BODY-IDX(WS-SAVE-CLOS-IDX) TO LST-NODE
        MOVE 0 TO LST-CLAUSE
        *> Room for the body: the line less the opening, the space
        *> before the body and the closing "}}".
        IF WS-LST-HEAD-LEN + 3 < WS-LST-WIDTH
            COMPUTE WS-LST-INLINE-MAX =
                WS-LST-WIDTH - WS-LST-HEAD-LEN - 3
            PERFORM RENDER-LIST-INLINE
        ELSE
            MOVE "Y" TO WS-LST-TOO-LONG
        END-IF
        IF WS-LST-TOO-LONG = "N"
            MOVE WS-LST-HEAD TO WS-LST-TEXT
            COMPUTE WS-LST-TEXT-LEN = WS-LST-HEAD-LEN + 1
            PERFORM EMIT-LISTING-TEXT
            MOVE WS-LST-INLINE TO WS-LST-TEXT
            MOVE WS-LST-INLINE-LEN TO WS-LST-TEXT-LEN
            PERFORM EMIT-LISTING-TEXT
        ELSE
            MOVE WS-LST-HEAD(1:WS-LST-DEF-LEN) TO WS-LST-TEXT
            MOVE WS-LST-DEF-LEN TO WS-LST-TEXT-LEN
            PERFORM EMIT-LISTING-TEXT
            MOVE 2 TO WS-LST-INDENT
            PERFORM BREAK-LISTING-LINE
            COMPUTE WS-LST-TEXT-LEN =
                WS-LST-HEAD-LEN - WS-LST-DEF-LEN - 1
            MOVE WS-LST-HEAD(WS-LST-DEF-LEN + 2:WS-LST-TEXT-LEN)
                TO WS-LST-TEXT
            PERFORM EMIT-LISTING-TEXT
            MOVE 4 TO WS-LST-INDENT
            PERFORM BREAK-LISTING-LINE
            MOVE "N" TO LST-KIND
            MOVE CLOS-BODY-IDX(WS-SAVE-CLOS-IDX) TO LST-NODE
            MOVE 0 TO LST-CLAUSE
            MOVE 0 TO WS-LP-DEPTH
            PERFORM LIST-ITEM
        END-IF
        MOVE "}}" TO WS-LST-TEXT
        MOVE 2 TO WS-LST-TEXT-LEN
        PERFORM EMIT-LISTING-TEXT
        PERFORM WRITE-LISTING-LINE
        ADD 1 TO WS-LST-FORMULAS
    END-IF
    EXIT.

*> Print WS-LST-ITEM at the current position: whole, if it fits the
*> rest of the line; otherwise its head, then each operand on a
*> fresh line two in from where the head began, then the closing
*> brace after the last operand.
LIST-ITEM SECTION.
    PERFORM DESCRIBE-LIST-ITEM
    IF WS-LP-DEPTH >= 99
        MOVE "..." TO WS-LST-TEXT
        MOVE 3 TO WS-LST-TEXT-LEN
        PERFORM EMIT-LISTING-TEXT
    ELSE IF WS-LST-IS-FORM = "N"
        PERFORM EMIT-LISTING-TEXT
    ELSE
        ADD 1 TO WS-LP-DEPTH
        MOVE WS-LST-ITEM TO LP-ITEM(WS-LP-DEPTH)
        IF WS-LST-COL < WS-LST-WIDTH
            COMPUTE WS-LST-INLINE-MAX = WS-LST-WIDTH - WS-LST-COL
        ELSE
            MOVE 0 TO WS-LST-INLINE-MAX
        END-IF
        PERFORM RENDER-LIST-INLINE
        IF WS-LST-TOO-LONG = "N"
            MOVE WS-LST-INLINE TO WS-LST-TEXT
            MOVE WS-LST-INLINE-LEN TO WS-LST-TEXT-LEN
            PERFORM EMIT-LISTING-TEXT
        ELSE
            MOVE LP-ITEM(WS-LP-DEPTH) TO WS-LST-ITEM
            PERFORM DESCRIBE-LIST-ITEM
            COMPUTE LP-INDENT(WS-LP-DEPTH) = WS-LST-COL + 2
            IF LP-INDENT(WS-LP-DEPTH) > 60
                MOVE 60 TO LP-INDENT(WS-LP-DEPTH)
            END-IF
            PERFORM EMIT-LISTING-TEXT
            MOVE 1 TO LP-POS(WS-LP-DEPTH)
            MOVE "N" TO LP-DONE(WS-LP-DEPTH)
            PERFORM UNTIL LP-DONE(WS-LP-DEPTH) = "Y"
                MOVE LP-ITEM(WS-LP-DEPTH) TO WS-LST-ITEM
                MOVE LP-POS(WS-LP-DEPTH) TO WS-LST-POS
                PERFORM GET-LIST-CHILD
                IF LST-CHILD-KIND = SPACE
                    MOVE "Y" TO LP-DONE(WS-LP-DEPTH)
                ELSE
                    MOVE LP-INDENT(WS-LP-DEPTH) TO WS-LST-INDENT
                    PERFORM BREAK-LISTING-LINE
                    MOVE WS-LST-CHILD TO WS-LST-ITEM
                    PERFORM LIST-ITEM
                    ADD 1 TO LP-POS(WS-LP-DEPTH)
                END-IF
            END-PERFORM
            MOVE "}" TO WS-LST-TEXT
            MOVE 1 TO WS-LST-TEXT-LEN
            PERFORM EMIT-LISTING-TEXT
        END-IF
        SUBTRACT 1 FROM WS-LP-DEPTH
    END-IF
    EXIT.

RENDER-LIST-INLINE SECTION.
    MOVE SPACES TO WS-LST-INLINE
    MOVE 0 TO WS-LST-INLINE-LEN
    MOVE "N" TO WS-LST-TOO-LONG
    MOVE 0 TO WS-LI-DEPTH
    PERFORM INLINE-LIST-ITEM
    EXIT.

INLINE-LIST-ITEM SECTION.
    IF WS-LST-TOO-LONG = "Y"
        CONTINUE
    ELSE IF WS-LI-DEPTH >= 99
        MOVE "Y" TO WS-LST-TOO-LONG
    ELSE
        ADD 1 TO WS-LI-DEPTH
        MOVE WS-LST-ITEM TO LI-ITEM(WS-LI-DEPTH)
        PERFORM DESCRIBE-LIST-ITEM
        MOVE WS-LST-NOSEP TO LI-NOSEP(WS-LI-DEPTH)
        PERFORM APPEND-LIST-INLINE
        IF WS-LST-IS-FORM = "Y"
            MOVE 1 TO LI-POS(WS-LI-DEPTH)
            MOVE "N" TO LI-DONE(WS-LI-DEPTH)
            PERFORM UNTIL LI-DONE(WS-LI-DEPTH) = "Y"
                    OR WS-LST-TOO-LONG = "Y"
                MOVE LI-ITEM(WS-LI-DEPTH) TO WS-LST-ITEM
                MOVE LI-POS(WS-LI-DEPTH) TO WS-LST-POS
                PERFORM GET-LIST-CHILD
                IF LST-CHILD-KIND = SPACE
                    MOVE "Y" TO LI-DONE(WS-LI-DEPTH)
                ELSE
                    IF LI-POS(WS-LI-DEPTH) > 1
                        OR LI-NOSEP(WS-LI-DEPTH) = "N"
                        MOVE " " TO WS-LST-TEXT
                        MOVE 1 TO WS-LST-TEXT-LEN
                        PERFORM APPEND-LIST-INLINE
                    END-IF
                    MOVE WS-LST-CHILD TO WS-LST-ITEM
                    PERFORM INLINE-LIST-ITEM
                    ADD 1 TO LI-POS(WS-LI-DEPTH)
                END-IF
            END-PERFORM
            MOVE "}" TO WS-LST-TEXT
            MOVE 1 TO WS-LST-TEXT-LEN
            PERFORM APPEND-LIST-INLINE
        END-IF
        SUBTRACT 1 FROM WS-LI-DEPTH
    END-IF
    EXIT.

APPEND-LIST-INLINE SECTION.
    IF WS-LST-INLINE-LEN + WS-LST-TEXT-LEN > WS-LST-INLINE-MAX
        MOVE "Y" TO WS-LST-TOO-LONG
    ELSE
        MOVE WS-LST-TEXT(1:WS-LST-TEXT-LEN)
            TO WS-LST-INLINE(WS-LST-INLINE-LEN + 1:WS-LST-TEXT-LEN)
        ADD WS-LST-TEXT-LEN TO WS-LST-INLINE-LEN
    END-IF
    EXIT.

*> The text WS-LST-ITEM opens with: the whole of a leaf, or a form's
*> head up to its first operand. An index outside the pool prints
*> as ??? - the listing shows what is there, faults included.
DESCRIBE-LIST-ITEM SECTION.
    MOVE SPACES TO WS-LST-TEXT
    MOVE 1 TO WS-LST-PTR
    MOVE "Y" TO WS-LST-IS-FORM
    MOVE "N" TO WS-LST-NOSEP
    EVALUATE TRUE
        WHEN LST-KIND = "C"
            MOVE "{" TO WS-LST-TEXT
            MOVE 2 TO WS-LST-PTR
            MOVE "Y" TO WS-LST-NOSEP
        WHEN LST-KIND = "D"
            MOVE "{else" TO WS-LST-TEXT
            MOVE 6 TO WS-LST-PTR
        WHEN LST-NODE = 0 OR LST-NODE > 10000
            MOVE "???" TO WS-LST-TEXT
            MOVE 4 TO WS-LST-PTR
            MOVE "N" TO WS-LST-IS-FORM
        WHEN OTHER
            PERFORM DESCRIBE-LIST-NODE
    END-EVALUATE
    COMPUTE WS-LST-TEXT-LEN = WS-LST-PTR - 1
    EXIT.

DESCRIBE-LIST-NODE SECTION.
    EVALUATE NODE-TYPE(LST-NODE)
        WHEN "NumC"
            MOVE "N" TO WS-LST-IS-FORM
            PERFORM FORMAT-LIST-NUMBER
        WHEN "DatC"
            MOVE "N" TO WS-LST-IS-FORM
            MOVE N(LST-NODE) TO WS-DT-DATE
            STRING "#" WS-DT-DATE DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
        WHEN "StrC"
            MOVE "N" TO WS-LST-IS-FORM
            IF STR-LEN(LST-NODE) > 0 AND STR-LEN(LST-NODE) <= 50
                STRING QUOTE STR(LST-NODE)(1:STR-LEN(LST-NODE)) QUOTE
                    DELIMITED BY SIZE INTO WS-LST-TEXT
                    WITH POINTER WS-LST-PTR
                END-STRING
            ELSE
                STRING QUOTE QUOTE DELIMITED BY SIZE INTO WS-LST-TEXT
                    WITH POINTER WS-LST-PTR
                END-STRING
            END-IF
        WHEN "IdC"
            MOVE "N" TO WS-LST-IS-FORM
            STRING FUNCTION TRIM(S(LST-NODE))
                DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
        WHEN "IfC"
            STRING "{if" DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
        WHEN "AppC"
            IF EXP(LST-NODE) = "PrimOp"
                STRING "{" FUNCTION TRIM(SYM(LST-NODE))
                    DELIMITED BY SIZE INTO WS-LST-TEXT
                    WITH POINTER WS-LST-PTR
                END-STRING
            ELSE
                STRING "{" FUNCTION TRIM(EXP(LST-NODE))
                    DELIMITED BY SIZE INTO WS-LST-TEXT
                    WITH POINTER WS-LST-PTR
                END-STRING
            END-IF
        WHEN "DefC"
            STRING "{def " FUNCTION TRIM(DEFINE-NAME(LST-NODE))
                DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
        WHEN "LamC"
            STRING "{lam {" DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
            PERFORM VARYING WS-LST-I FROM 1 BY 1
                UNTIL WS-LST-I > LAM-PARAM-COUNT(LST-NODE)
                    OR WS-LST-I > 10
                IF WS-LST-I > 1
                    STRING " " DELIMITED BY SIZE INTO WS-LST-TEXT
                        WITH POINTER WS-LST-PTR
                    END-STRING
                END-IF
                STRING FUNCTION TRIM(LAM-PARAMS(LST-NODE, WS-LST-I))
                    DELIMITED BY SIZE INTO WS-LST-TEXT
                    WITH POINTER WS-LST-PTR
                END-STRING
            END-PERFORM
            STRING "}" DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
        WHEN "CondC"
            STRING "{cond" DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
        WHEN OTHER
            MOVE "N" TO WS-LST-IS-FORM
            STRING "???" DELIMITED BY SIZE INTO WS-LST-TEXT
                WITH POINTER WS-LST-PTR
            END-STRING
    END-EVALUATE
    EXIT.

*> A NumC literal the way an analyst would write it: no leading
*> zeros, no trailing decimal zeros, no point for a whole number.
FORMAT-LIST-NUMBER SECTION.
    MOVE N(LST-NODE) TO WS-LST-NUM-EDIT
    MOVE WS-LST-NUM-EDIT TO WS-LST-NUM-TEXT
    MOVE 1 TO WS-LST-FROM
    PERFORM UNTIL WS-LST-NUM-TEXT(WS-LST-FROM:1) NOT = SPACE
        ADD 1 TO WS-LST-FROM
    END-PERFORM
    MOVE 17 TO WS-LST-TO
    PERFORM UNTIL WS-LST-NUM-TEXT(WS-LST-TO:1) NOT = "0"
        SUBTRACT 1 FROM WS-LST-TO
    END-PERFORM
    IF WS-LST-NUM-TEXT(WS-LST-TO:1) = "."
        SUBTRACT 1 FROM WS-LST-TO
    END-IF
    STRING WS-LST-NUM-TEXT(WS-LST-FROM:WS-LST-TO - WS-LST-FROM + 1)
        DELIMITED BY SIZE INTO WS-LST-TEXT
        WITH POINTER WS-LST-PTR
    END-STRING
    EXIT.

*> The item at WS-LST-POS among WS-LST-ITEM's operands, in source
*> order, into WS-LST-CHILD (kind space when there is no such one).
GET-LIST-CHILD SECTION.
    MOVE SPACES TO LST-CHILD-KIND
    MOVE 0 TO LST-CHILD-NODE
    MOVE 0 TO LST-CHILD-CLAUSE
    EVALUATE TRUE
        WHEN LST-KIND = "C"
            IF WS-LST-POS = 1
                MOVE "N" TO LST-CHILD-KIND
                MOVE COND-TEST-IDX(LST-NODE, LST-CLAUSE)
                    TO LST-CHILD-NODE
            ELSE IF WS-LST-POS = 2
                MOVE "N" TO LST-CHILD-KIND
                MOVE COND-RESULT-IDX(LST-NODE, LST-CLAUSE)
                    TO LST-CHILD-NODE
            END-IF
        WHEN LST-KIND = "D"
            IF WS-LST-POS = 1
                MOVE "N" TO LST-CHILD-KIND
                MOVE COND-DEFAULT-IDX(LST-NODE) TO LST-CHILD-NODE
            END-IF
        WHEN LST-NODE = 0 OR LST-NODE > 10000
            CONTINUE
        WHEN NODE-TYPE(LST-NODE) = "IfC"
            MOVE "N" TO LST-CHILD-KIND
            EVALUATE WS-LST-POS
                WHEN 1
                    MOVE TEST-EXPR-IDX(LST-NODE) TO LST-CHILD-NODE
                WHEN 2
                    MOVE THEN-EXPR-IDX(LST-NODE) TO LST-CHILD-NODE
                WHEN 3
                    MOVE ELSE-EXPR-IDX(LST-NODE) TO LST-CHILD-NODE
                WHEN OTHER
                    MOVE SPACES TO LST-CHILD-KIND
            END-EVALUATE
        WHEN NODE-TYPE(LST-NODE) = "AppC"
            IF WS-LST-POS <= ARG-COUNT(LST-NODE) AND WS-LST-POS <= 10
                MOVE "N" TO LST-CHILD-KIND
                MOVE ARG-IDX(LST-NODE, WS-LST-POS) TO LST-CHILD-NODE
            END-IF
        WHEN NODE-TYPE(LST-NODE) = "DefC"
            IF WS-LST-POS = 1
                MOVE "N" TO LST-CHILD-KIND
                MOVE ARG-IDX(LST-NODE, 1) TO LST-CHILD-NODE
            END-IF
        WHEN NODE-TYPE(LST-NODE) = "LamC"
            IF WS-LST-POS = 1
                MOVE "N" TO LST-CHILD-KIND
                MOVE LAM-BODY-IDX(LST-NODE) TO LST-CHILD-NODE
            END-IF
        WHEN NODE-TYPE(LST-NODE) = "CondC"
            IF WS-LST-POS <= COND-PAIR-COUNT(LST-NODE)
                AND WS-LST-POS <= 15
                MOVE "C" TO LST-CHILD-KIND
                MOVE LST-NODE TO LST-CHILD-NODE
                MOVE WS-LST-POS TO LST-CHILD-CLAUSE
            ELSE IF WS-LST-POS = COND-PAIR-COUNT(LST-NODE) + 1
                MOVE "D" TO LST-CHILD-KIND
                MOVE LST-NODE TO LST-CHILD-NODE
            END-IF
    END-EVALUATE
    EXIT.

EMIT-LISTING-TEXT SECTION.
    IF WS-LST-COL + WS-LST-TEXT-LEN > 132
        IF WS-LST-COL < 132
            MOVE WS-LST-TEXT(1:132 - WS-LST-COL)
                TO WS-LST-LINE(WS-LST-COL + 1:132 - WS-LST-COL)
        END-IF
        MOVE 132 TO WS-LST-COL
    ELSE IF WS-LST-TEXT-LEN > 0
        MOVE WS-LST-TEXT(1:WS-LST-TEXT-LEN)
            TO WS-LST-LINE(WS-LST-COL + 1:WS-LST-TEXT-LEN)
        ADD WS-LST-TEXT-LEN TO WS-LST-COL
    END-IF
    EXIT.

BREAK-LISTING-LINE SECTION.
    PERFORM WRITE-LISTING-LINE
    MOVE WS-LST-INDENT TO WS-LST-COL
    EXIT.

*> Write the line built so far and start a clean one.
WRITE-LISTING-LINE SECTION.
    IF WS-LISTING-RPT-OPEN = "Y"
        MOVE WS-LST-LINE TO LISTING-RPT-RECORD
        WRITE LISTING-RPT-RECORD
        IF WS-LISTING-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: formula listing write failed, status="
                WS-LISTING-RPT-STATUS
            CLOSE LISTING-RPT-FILE
            MOVE "N" TO WS-LISTING-RPT-OPEN
        END-IF
    END-IF
    MOVE SPACES TO WS-LST-LINE
    MOVE 0 TO WS-LST-COL
    EXIT.

*> --------------------------------------------------------------
*> Inquiry mode: the global scope and any AST/expression input are
*> loaded exactly as a batch run would load them, then the operator
*> asks questions - a fifteen-minute batch round-trip becomes a
*> ten-second ACCEPT. State persists across commands, so a SET
*> changes what every later LOOKUP and EVAL in the session sees.
*> --------------------------------------------------------------
INQUIRY-DRIVER SECTION.
    MOVE 0 TO WS-ROOT-COUNT
    OPEN INPUT AST-FILE
    IF WS-AST-FILE-STATUS = "00"
        PERFORM LOAD-AST-POOL
        CLOSE AST-FILE
    END-IF
    *> An out-of-balance feed is worth telling the operator about,
    *> but an inquiry session can still answer questions against
    *> whatever did load.
    PERFORM VERIFY-AST-CONTROL
    PERFORM LOAD-EXPR-SOURCE
    PERFORM LOAD-FORMULA-LIB
    DISPLAY "Inquiry mode ready - commands: LOOKUP name / "
        "EVAL node-index / SET name value / END"
    MOVE "N" TO WS-INQ-DONE
    PERFORM UNTIL WS-INQ-DONE = "Y"
        MOVE SPACES TO WS-INQ-LINE
        ACCEPT WS-INQ-LINE
        PERFORM PROCESS-INQUIRY
    END-PERFORM
    DISPLAY "Inquiry session ended."
    EXIT.
        EVALUATE WS-LOOKUP-TYPE
            WHEN "N"
                DISPLAY FUNCTION TRIM(WS-INQ-ARG1) " = " WS-LOOKUP-NUM
            WHEN "D"
                MOVE WS-LOOKUP-NUM TO WS-DT-DATE
                DISPLAY FUNCTION TRIM(WS-INQ-ARG1) " = #" WS-DT-DATE
            WHEN "S"
                DISPLAY FUNCTION TRIM(WS-INQ-ARG1) " = "
                    FUNCTION TRIM(WS-LOOKUP-STR)
    EXIT.

*> Override (or create) a scope-1 binding for what-if comparison. A
*> numeric value makes an N binding, a #YYYYMMDD date a D binding,
*> anything else an S binding.
*> ADD-BINDING's replace-in-place semantics make the override take
*> effect immediately for every later LOOKUP and EVAL.
INQ-SET SECTION.
    PERFORM CHECK-NUMERIC-ATOM
    MOVE 1 TO WS-AB-SCOPE
    MOVE WS-INQ-ARG1 TO WS-AB-NAME
    MOVE "N" TO WS-DT-OK
    IF WS-TOKEN(1:1) = "#" AND WS-TOKEN-LEN = 9
        AND WS-TOKEN(2:8) NUMERIC
        MOVE WS-TOKEN(2:8) TO WS-DT-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DATE) = 0
            MOVE "Y" TO WS-DT-OK
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-DT-OK = "Y"
            MOVE "D" TO WS-AB-TYPE
            MOVE WS-DT-DATE TO WS-AB-NUM
            MOVE SPACES TO WS-AB-STR
        WHEN WS-ATOM-IS-NUM = "Y" AND WS-INQ-ARG2 NOT = SPACES
            MOVE "N" TO WS-AB-TYPE
            MOVE FUNCTION NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN)) TO WS-AB-NUM
            MOVE SPACES TO WS-AB-STR
        WHEN OTHER
            MOVE "S" TO WS-AB-TYPE
            MOVE 0 TO WS-AB-NUM
            MOVE WS-INQ-ARG2 TO WS-AB-STR
    END-EVALUATE
    PERFORM ADD-BINDING
    DISPLAY "Set " FUNCTION TRIM(WS-INQ-ARG1) " = "
        FUNCTION TRIM(WS-INQ-ARG2)
        ADD 1 TO WS-ROOT-COUNT
        MOVE WS-ADD-ROOT-IDX TO WS-ROOT-LIST(WS-ROOT-COUNT)
        MOVE WS-ADD-ROOT-KEY TO ROOT-KEY(WS-ROOT-COUNT)
        MOVE 0 TO ROOT-FIRST-FAILED(WS-ROOT-COUNT)
        MOVE 0 TO ROOT-TRY-COUNT(WS-ROOT-COUNT)
        MOVE SPACES TO ROOT-FAIL-CODE(WS-ROOT-COUNT)
    END-IF
    EXIT.

    END-IF
    EXIT.

*> A "#" atom is a date literal, #YYYYMMDD, and must be a real
*> calendar date - a typo such as #20260231 fails the parse rather
*> than becoming a formula that errors on every record it meets.
PARSE-ATOM SECTION.
    PERFORM CHECK-NUMERIC-ATOM
    PERFORM ALLOC-NODE
    IF WS-PARSE-ERR = "N"
        EVALUATE TRUE
            WHEN WS-TOKEN(1:1) = "#"
                PERFORM PARSE-DATE-ATOM
            WHEN WS-ATOM-IS-NUM = "Y"
                MOVE "NumC" TO NODE-TYPE(WS-NEW-NODE-IDX)
                *> Reject a literal too wide for the node's
                *> S9(9)V9(6) field rather than letting COMPUTE
                *> silently drop its high-order digits.
                COMPUTE N(WS-NEW-NODE-IDX) =
                    FUNCTION NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
                    ON SIZE ERROR
                        MOVE "Y" TO WS-PARSE-ERR
                        MOVE "numeric literal has more than 9 integer "
                            & "digits" TO WS-PARSE-ERR-MSG
                END-COMPUTE
            WHEN OTHER
                MOVE "IdC" TO NODE-TYPE(WS-NEW-NODE-IDX)
                MOVE WS-TOKEN TO S(WS-NEW-NODE-IDX)
        END-EVALUATE
        MOVE WS-NEW-NODE-IDX TO WS-PARSE-RESULT-IDX
    END-IF
    EXIT.

PARSE-DATE-ATOM SECTION.
    IF WS-TOKEN-LEN NOT = 9 OR WS-TOKEN(2:8) NOT NUMERIC
        MOVE "Y" TO WS-PARSE-ERR
        MOVE "date literal must be #YYYYMMDD" TO WS-PARSE-ERR-MSG
    ELSE
        MOVE WS-TOKEN(2:8) TO WS-DT-DATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DATE) NOT = 0
            MOVE "Y" TO WS-PARSE-ERR
            MOVE "date literal is not a valid calendar date"
                TO WS-PARSE-ERR-MSG
        ELSE
            MOVE "DatC" TO NODE-TYPE(WS-NEW-NODE-IDX)
            MOVE WS-DT-DATE TO N(WS-NEW-NODE-IDX)
        END-IF
    END-IF
    EXIT.

            WHEN "STR-EQ"
            WHEN "LOOKUP"
            WHEN "ROUND"
            WHEN "DAYS-DIFF"
            WHEN "ADD-DAYS"
            WHEN "ADD-MONTHS"
            WHEN "ADD-YEARS"
            WHEN "YEAR"
            WHEN "MONTH"
            WHEN "DAY"
            WHEN "AS-OF"
            WHEN "RESULT"
                PERFORM PARSE-PRIMOP-FORM
            WHEN OTHER
                PERFORM PARSE-CALL-FORM
*> A rejected root goes to the reject file with a reason code; the
*> clean roots still run.
*> --------------------------------------------------------------
*> The tree checks run root by root; the cross-root pass then
*> settles the final root order (rejecting what it cannot order),
*> and only then do the reject records go out, so each carries the
*> sequence its root would have run at.
VALIDATE-ROOTS SECTION.
    PERFORM VALIDATE-ROOT-TREES
    PERFORM ORDER-ROOT-DEPENDENCIES
    PERFORM OPEN-REJECT-FILE
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
        IF ROOT-VALID-FLAG(WS-ROOT-I) = "N"
            MOVE ROOT-REJECT-NODE(WS-ROOT-I) TO WS-VAL-BAD-IDX
            MOVE ROOT-FAIL-CODE(WS-ROOT-I) TO WS-VAL-REASON-CODE
            MOVE ROOT-REJECT-TEXT(WS-ROOT-I) TO WS-VAL-REASON-TEXT
            DISPLAY "Rejecting root " WS-ROOT-I " (node "
                WS-ROOT-LIST(WS-ROOT-I) ") at node " WS-VAL-BAD-IDX
                ": " FUNCTION TRIM(WS-VAL-REASON-TEXT)
            PERFORM WRITE-REJECT-RECORD
        END-IF
    END-PERFORM
    IF WS-REJECT-OPEN = "Y"
    END-IF
    EXIT.

*> The tree checks alone, each root marked valid or held rejected.
*> The formula listing runs these and the ordering pass too, so it
*> numbers the roots exactly as a batch run would.
VALIDATE-ROOT-TREES SECTION.
    MOVE ALL "N" TO WS-ON-PATH-TABLE
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
        MOVE "N" TO WS-VAL-ERR
        MOVE 0 TO WS-VAL-DEPTH
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-VAL-CALL-IDX
        PERFORM VALIDATE-CHILD
        IF WS-VAL-ERR = "Y"
            PERFORM HOLD-ROOT-REJECT
        ELSE
            MOVE "Y" TO ROOT-VALID-FLAG(WS-ROOT-I)
        END-IF
    END-PERFORM
    EXIT.

*> Step into one child reference during validation: the checks here
*> (missing slot, out-of-range index, cycle, depth) guard the walk
*> itself, then VALIDATE-NODE checks the node the reference leads to.
VALIDATE-NODE SECTION.
    EVALUATE NODE-TYPE(VAL-NODE-STACK(WS-VAL-DEPTH))
        WHEN "NumC"
        WHEN "DatC"
        WHEN "StrC"
        WHEN "IdC"
            CONTINUE
            WHEN "STR-EQ"
            WHEN "LOOKUP"
            WHEN "ROUND"
            WHEN "DAYS-DIFF"
            WHEN "ADD-DAYS"
            WHEN "ADD-MONTHS"
            WHEN "ADD-YEARS"
            WHEN "YEAR"
            WHEN "MONTH"
            WHEN "DAY"
            WHEN "AS-OF"
            WHEN "RESULT"
                CONTINUE
            WHEN OTHER
                MOVE "Y" TO WS-VAL-ERR
    END-IF
    EXIT.

*> Mark root WS-ROOT-I rejected with the reason in WS-VAL-*. The
*> test pack keeps the first reason a case's roots were rejected
*> with; a run holds each for the reject file.
HOLD-ROOT-REJECT SECTION.
    MOVE "N" TO ROOT-VALID-FLAG(WS-ROOT-I)
    MOVE WS-VAL-REASON-CODE TO ROOT-FAIL-CODE(WS-ROOT-I)
    MOVE WS-VAL-BAD-IDX TO ROOT-REJECT-NODE(WS-ROOT-I)
    MOVE WS-VAL-REASON-TEXT TO ROOT-REJECT-TEXT(WS-ROOT-I)
    IF WS-TC-ACTIVE = "Y"
        IF WS-TC-REJECT-CODE = SPACES
            MOVE WS-VAL-REASON-CODE TO WS-TC-REJECT-CODE
        END-IF
    ELSE
        ADD 1 TO WS-STAT-ROOTS-REJECTED
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Cross-root references: resolve every {RESULT ...} the valid
*> roots can reach - in their own trees and, through the call
*> expansion the where-used walk already does, in the formulas
*> they call - into dependency edges, then re-sequence the root
*> list so every root runs after the roots it depends on. Nothing
*> moves when no node of the pool is a RESULT.
*> --------------------------------------------------------------
ORDER-ROOT-DEPENDENCIES SECTION.
    MOVE 0 TO WS-XR-EDGE-COUNT
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
        MOVE 0 TO ROOT-EDGE-FIRST(WS-ROOT-I)
        MOVE 0 TO ROOT-EDGE-COUNT(WS-ROOT-I)
        MOVE "N" TO ROOT-REFERENCED(WS-ROOT-I)
    END-PERFORM
    MOVE ZEROS TO XR-NODE-REF-TABLE
    MOVE "N" TO WS-XR-IN-USE
    PERFORM VARYING WS-XR-I FROM 1 BY 1
        UNTIL WS-XR-I > 10000 OR WS-XR-IN-USE = "Y"
        IF NODE-TYPE(WS-XR-I) = "AppC"
            AND EXP(WS-XR-I) = "PrimOp"
            AND SYM(WS-XR-I) = "RESULT"
            MOVE "Y" TO WS-XR-IN-USE
        END-IF
    END-PERFORM
    IF WS-XR-IN-USE = "Y"
        PERFORM BUILD-XREF-DEFS
        MOVE "D" TO WS-XW-PURPOSE
        PERFORM VARYING WS-ROOT-I FROM 1 BY 1
            UNTIL WS-ROOT-I > WS-ROOT-COUNT
            IF ROOT-VALID-FLAG(WS-ROOT-I) = "Y"
                PERFORM SCAN-ROOT-DEPENDENCIES
            END-IF
        END-PERFORM
        MOVE "X" TO WS-XW-PURPOSE
        IF WS-XR-EDGE-COUNT > 0
            PERFORM SEQUENCE-ROOTS
            PERFORM REORDER-ROOT-LIST
        END-IF
    END-IF
    EXIT.

*> One root's walk. Its edges are appended to XR-EDGES as the walk
*> finds them; a root rejected part-way gives all of them back.
SCAN-ROOT-DEPENDENCIES SECTION.
    COMPUTE ROOT-EDGE-FIRST(WS-ROOT-I) = WS-XR-EDGE-COUNT + 1
    MOVE "N" TO WS-XR-ERR
    PERFORM XREF-WALK-ROOT
    IF WS-XR-ERR = "Y"
        COMPUTE WS-XR-EDGE-COUNT = ROOT-EDGE-FIRST(WS-ROOT-I) - 1
        MOVE 0 TO ROOT-EDGE-FIRST(WS-ROOT-I)
        PERFORM HOLD-ROOT-REJECT
    ELSE
        COMPUTE ROOT-EDGE-COUNT(WS-ROOT-I) =
            WS-XR-EDGE-COUNT - ROOT-EDGE-FIRST(WS-ROOT-I) + 1
        IF ROOT-EDGE-COUNT(WS-ROOT-I) = 0
            MOVE 0 TO ROOT-EDGE-FIRST(WS-ROOT-I)
        END-IF
    END-IF
    EXIT.

*> The walk has reached a RESULT node. A node already resolved (a
*> library formula several roots call) is not looked up again.
XREF-NOTE-RESULT SECTION.
    MOVE XW-NODE-STACK(WS-XW-DEPTH) TO WS-XR-NODE
    IF WS-XR-ERR = "Y"
        CONTINUE
    ELSE IF NODE-REF-ROOT(WS-XR-NODE) > 0
        MOVE NODE-REF-ROOT(WS-XR-NODE) TO WS-XR-TARGET
        PERFORM ADD-ROOT-EDGE
    ELSE
        PERFORM RESOLVE-RESULT-REF
        IF WS-XR-ERR = "N"
            MOVE WS-XR-TARGET TO NODE-REF-ROOT(WS-XR-NODE)
            PERFORM ADD-ROOT-EDGE
        END-IF
    END-IF
    EXIT.

*> The key and output must be string literals - the order is
*> settled before anything runs - and must pick out exactly one
*> root. Without an output name the key alone must do so.
RESOLVE-RESULT-REF SECTION.
    MOVE SPACES TO WS-XR-KEY
    MOVE SPACES TO WS-XR-OUTPUT
    IF ARG-COUNT(WS-XR-NODE) < 1 OR ARG-COUNT(WS-XR-NODE) > 2
        MOVE "09" TO WS-XR-REASON-CODE
        MOVE "RESULT takes a key and optional output"
            TO WS-XR-REASON-TEXT
        PERFORM REJECT-RESULT-NODE
    ELSE
        MOVE ARG-IDX(WS-XR-NODE, 1) TO WS-XR-ARG-NODE
        PERFORM CHECK-RESULT-OPERAND
        MOVE WS-XR-OPERAND TO WS-XR-KEY
        IF ARG-COUNT(WS-XR-NODE) = 2
            MOVE ARG-IDX(WS-XR-NODE, 2) TO WS-XR-ARG-NODE
            PERFORM CHECK-RESULT-OPERAND
            MOVE WS-XR-OPERAND TO WS-XR-OUTPUT
        END-IF
    END-IF
    IF WS-XR-ERR = "N"
        PERFORM MATCH-RESULT-ROOT
    END-IF
    EXIT.

CHECK-RESULT-OPERAND SECTION.
    MOVE SPACES TO WS-XR-OPERAND
    EVALUATE TRUE
        WHEN WS-XR-ARG-NODE = 0
        WHEN WS-XR-ARG-NODE > 10000
            PERFORM REJECT-RESULT-OPERAND
        WHEN NODE-TYPE(WS-XR-ARG-NODE) NOT = "StrC"
            PERFORM REJECT-RESULT-OPERAND
        WHEN OTHER
            MOVE STR(WS-XR-ARG-NODE) TO WS-XR-OPERAND
    END-EVALUATE
    EXIT.

REJECT-RESULT-OPERAND SECTION.
    MOVE "09" TO WS-XR-REASON-CODE
    MOVE "RESULT operands must be string literals"
        TO WS-XR-REASON-TEXT
    PERFORM REJECT-RESULT-NODE
    EXIT.

MATCH-RESULT-ROOT SECTION.
    MOVE 0 TO WS-XR-MATCHES
    IF WS-XR-KEY NOT = SPACES
        PERFORM VARYING WS-XR-I FROM 1 BY 1
            UNTIL WS-XR-I > WS-ROOT-COUNT
            IF ROOT-KEY(WS-XR-I) = WS-XR-KEY
                MOVE SPACES TO WS-XR-ROOT-OUTPUT
                IF NODE-TYPE(WS-ROOT-LIST(WS-XR-I)) = "DefC"
                    MOVE DEFINE-NAME(WS-ROOT-LIST(WS-XR-I))
                        TO WS-XR-ROOT-OUTPUT
                END-IF
                IF WS-XR-OUTPUT = SPACES
                    OR WS-XR-OUTPUT = WS-XR-ROOT-OUTPUT
                    ADD 1 TO WS-XR-MATCHES
                    MOVE WS-XR-I TO WS-XR-TARGET
                END-IF
            END-IF
        END-PERFORM
    END-IF
    EVALUATE WS-XR-MATCHES
        WHEN 0
            MOVE "06" TO WS-XR-REASON-CODE
            MOVE "RESULT names no root in this run"
                TO WS-XR-REASON-TEXT
            PERFORM REJECT-RESULT-NODE
        WHEN 1
            CONTINUE
        WHEN OTHER
            MOVE "07" TO WS-XR-REASON-CODE
            MOVE "RESULT key matches more than one root"
                TO WS-XR-REASON-TEXT
            PERFORM REJECT-RESULT-NODE
    END-EVALUATE
    EXIT.

*> The first failure found on a root's walk is the one reported.
REJECT-RESULT-NODE SECTION.
    IF WS-XR-ERR = "N"
        MOVE "Y" TO WS-XR-ERR
        MOVE WS-XR-REASON-CODE TO WS-VAL-REASON-CODE
        MOVE WS-XR-REASON-TEXT TO WS-VAL-REASON-TEXT
        MOVE WS-XR-NODE TO WS-VAL-BAD-IDX
    END-IF
    EXIT.

*> One edge per distinct root a root depends on. The root being
*> depended on is flagged so a checkpoint restart knows to run it
*> again when it falls ahead of the restart point.
ADD-ROOT-EDGE SECTION.
    MOVE "N" TO WS-XR-FOUND
    PERFORM VARYING WS-XR-E FROM ROOT-EDGE-FIRST(WS-ROOT-I) BY 1
        UNTIL WS-XR-E > WS-XR-EDGE-COUNT OR WS-XR-FOUND = "Y"
        IF XR-EDGE-TO(WS-XR-E) = WS-XR-TARGET
            MOVE "Y" TO WS-XR-FOUND
        END-IF
    END-PERFORM
    IF WS-XR-FOUND = "N"
        IF WS-XR-EDGE-COUNT >= 20000
            MOVE "09" TO WS-XR-REASON-CODE
            MOVE "cross-root reference table full"
                TO WS-XR-REASON-TEXT
            PERFORM REJECT-RESULT-NODE
        ELSE
            ADD 1 TO WS-XR-EDGE-COUNT
            MOVE WS-ROOT-I TO XR-EDGE-FROM(WS-XR-EDGE-COUNT)
            MOVE WS-XR-TARGET TO XR-EDGE-TO(WS-XR-EDGE-COUNT)
            MOVE 0 TO XR-EDGE-NEXT(WS-XR-EDGE-COUNT)
            MOVE "Y" TO ROOT-REFERENCED(WS-XR-TARGET)
        END-IF
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Settle the run order (XR-ORDER, by load position). Roots are
*> taken in load order; one still waiting on a dependency is held
*> back, and goes in as soon as its last dependency has - so a
*> root never runs earlier than it would have, and roots with no
*> references keep their relative order. Whatever is still held
*> when the list is exhausted is waiting on a circular chain: the
*> roots that lie on a chain are rejected with reason 08, and the
*> rest - which merely depend on a chain, directly or through
*> other roots - are run after them, and fail with reason 28 like
*> any root whose dependency did not come out clean.
*> --------------------------------------------------------------
SEQUENCE-ROOTS SECTION.
    PERFORM VARYING WS-XR-R FROM 1 BY 1
        UNTIL WS-XR-R > WS-ROOT-COUNT
        MOVE ROOT-EDGE-COUNT(WS-XR-R) TO ROOT-DEP-PENDING(WS-XR-R)
        MOVE 0 TO XR-FIRST-DEPENDENT(WS-XR-R)
        MOVE 0 TO XR-LAST-DEPENDENT(WS-XR-R)
    END-PERFORM
    PERFORM VARYING WS-XR-E FROM 1 BY 1
        UNTIL WS-XR-E > WS-XR-EDGE-COUNT
        MOVE XR-EDGE-TO(WS-XR-E) TO WS-XR-TARGET
        IF XR-LAST-DEPENDENT(WS-XR-TARGET) = 0
            MOVE WS-XR-E TO XR-FIRST-DEPENDENT(WS-XR-TARGET)
        ELSE
            MOVE WS-XR-E
                TO XR-EDGE-NEXT(XR-LAST-DEPENDENT(WS-XR-TARGET))
        END-IF
        MOVE WS-XR-E TO XR-LAST-DEPENDENT(WS-XR-TARGET)
    END-PERFORM
    MOVE ZEROS TO XR-NEW-POS-TABLE
    MOVE 0 TO WS-XR-PLACED
    PERFORM VARYING WS-XR-SCAN FROM 1 BY 1
        UNTIL WS-XR-SCAN > WS-ROOT-COUNT
        IF ROOT-DEP-PENDING(WS-XR-SCAN) = 0
            MOVE WS-XR-SCAN TO WS-XR-R
            PERFORM PLACE-ROOT
        END-IF
    END-PERFORM
    IF WS-XR-PLACED < WS-ROOT-COUNT
        PERFORM REJECT-ROOT-CYCLES
    END-IF
    EXIT.

*> Append root WS-XR-R to the order, then every held root that was
*> waiting only on it (or, in turn, on those).
PLACE-ROOT SECTION.
    MOVE 1 TO WS-XR-Q-HEAD
    MOVE 1 TO WS-XR-Q-TAIL
    MOVE WS-XR-R TO XR-QUEUE(1)
    PERFORM UNTIL WS-XR-Q-HEAD > WS-XR-Q-TAIL
        MOVE XR-QUEUE(WS-XR-Q-HEAD) TO WS-XR-R
        ADD 1 TO WS-XR-Q-HEAD
        ADD 1 TO WS-XR-PLACED
        MOVE WS-XR-PLACED TO XR-NEW-POS(WS-XR-R)
        MOVE WS-XR-R TO XR-ORDER(WS-XR-PLACED)
        MOVE XR-FIRST-DEPENDENT(WS-XR-R) TO WS-XR-E
        PERFORM UNTIL WS-XR-E = 0
            MOVE XR-EDGE-FROM(WS-XR-E) TO WS-XR-D
            SUBTRACT 1 FROM ROOT-DEP-PENDING(WS-XR-D)
            IF ROOT-DEP-PENDING(WS-XR-D) = 0
                AND WS-XR-D < WS-XR-SCAN
                AND XR-NEW-POS(WS-XR-D) = 0
                ADD 1 TO WS-XR-Q-TAIL
                MOVE WS-XR-D TO XR-QUEUE(WS-XR-Q-TAIL)
            END-IF
            MOVE XR-EDGE-NEXT(WS-XR-E) TO WS-XR-E
        END-PERFORM
    END-PERFORM
    EXIT.

*> Peel the held roots no other held root depends on, repeatedly;
*> what cannot be peeled lies on a circular chain or between two.
*> Of those, only a root that can reach itself again over the held
*> roots' references is on a chain: those are rejected and placed,
*> which releases every other held root behind them in dependency
*> order.
REJECT-ROOT-CYCLES SECTION.
    PERFORM VARYING WS-XR-R FROM 1 BY 1
        UNTIL WS-XR-R > WS-ROOT-COUNT
        MOVE 0 TO XR-DEPENDENTS-LEFT(WS-XR-R)
        MOVE "N" TO XR-PEELED(WS-XR-R)
    END-PERFORM
    PERFORM VARYING WS-XR-E FROM 1 BY 1
        UNTIL WS-XR-E > WS-XR-EDGE-COUNT
        IF XR-NEW-POS(XR-EDGE-FROM(WS-XR-E)) = 0
            AND XR-NEW-POS(XR-EDGE-TO(WS-XR-E)) = 0
            ADD 1 TO XR-DEPENDENTS-LEFT(XR-EDGE-TO(WS-XR-E))
        END-IF
    END-PERFORM
    MOVE 1 TO WS-XR-Q-HEAD
    MOVE 0 TO WS-XR-Q-TAIL
    PERFORM VARYING WS-XR-R FROM 1 BY 1
        UNTIL WS-XR-R > WS-ROOT-COUNT
        IF XR-NEW-POS(WS-XR-R) = 0
            AND XR-DEPENDENTS-LEFT(WS-XR-R) = 0
            MOVE "Y" TO XR-PEELED(WS-XR-R)
            ADD 1 TO WS-XR-Q-TAIL
            MOVE WS-XR-R TO XR-QUEUE(WS-XR-Q-TAIL)
        END-IF
    END-PERFORM
    PERFORM UNTIL WS-XR-Q-HEAD > WS-XR-Q-TAIL
        MOVE XR-QUEUE(WS-XR-Q-HEAD) TO WS-XR-R
        ADD 1 TO WS-XR-Q-HEAD
        COMPUTE WS-XR-E-END =
            ROOT-EDGE-FIRST(WS-XR-R) + ROOT-EDGE-COUNT(WS-XR-R)
        PERFORM VARYING WS-XR-E FROM ROOT-EDGE-FIRST(WS-XR-R) BY 1
            UNTIL WS-XR-E >= WS-XR-E-END
            MOVE XR-EDGE-TO(WS-XR-E) TO WS-XR-D
            IF XR-NEW-POS(WS-XR-D) = 0 AND XR-PEELED(WS-XR-D) = "N"
                SUBTRACT 1 FROM XR-DEPENDENTS-LEFT(WS-XR-D)
                IF XR-DEPENDENTS-LEFT(WS-XR-D) = 0
                    MOVE "Y" TO XR-PEELED(WS-XR-D)
                    ADD 1 TO WS-XR-Q-TAIL
                    MOVE WS-XR-D TO XR-QUEUE(WS-XR-Q-TAIL)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM VARYING WS-XR-START FROM 1 BY 1
        UNTIL WS-XR-START > WS-ROOT-COUNT
        MOVE "N" TO XR-ON-CYCLE(WS-XR-START)
        IF XR-NEW-POS(WS-XR-START) = 0
            AND XR-PEELED(WS-XR-START) = "N"
            PERFORM TEST-ROOT-CYCLE
        END-IF
    END-PERFORM
    MOVE "08" TO WS-VAL-REASON-CODE
    MOVE "circular cross-root reference" TO WS-VAL-REASON-TEXT
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
        IF XR-ON-CYCLE(WS-ROOT-I) = "Y"
            MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-VAL-BAD-IDX
            PERFORM HOLD-ROOT-REJECT
        END-IF
    END-PERFORM
    *> Place the rejected roots, then anything else still held waits
    *> only on roots already placed and follows them; the final
    *> sweep is a safeguard.
    MOVE 99999 TO WS-XR-SCAN
    PERFORM VARYING WS-XR-I FROM 1 BY 1
        UNTIL WS-XR-I > WS-ROOT-COUNT
        IF XR-NEW-POS(WS-XR-I) = 0 AND XR-ON-CYCLE(WS-XR-I) = "Y"
            MOVE WS-XR-I TO WS-XR-R
            PERFORM PLACE-ROOT
        END-IF
    END-PERFORM
    PERFORM VARYING WS-XR-I FROM 1 BY 1
        UNTIL WS-XR-I > WS-ROOT-COUNT
        IF XR-NEW-POS(WS-XR-I) = 0
            MOVE WS-XR-I TO WS-XR-R
            PERFORM PLACE-ROOT
        END-IF
    END-PERFORM
    EXIT.

*> Is held root WS-XR-START on a circular chain? Follow its
*> references, breadth first, through held roots only; it is on one
*> if the walk comes back round to it.
TEST-ROOT-CYCLE SECTION.
    PERFORM VARYING WS-XR-R FROM 1 BY 1
        UNTIL WS-XR-R > WS-ROOT-COUNT
        MOVE "N" TO XR-REACHED(WS-XR-R)
    END-PERFORM
    MOVE 1 TO WS-XR-Q-HEAD
    MOVE 0 TO WS-XR-Q-TAIL
    MOVE WS-XR-START TO WS-XR-R
    PERFORM QUEUE-HELD-DEPENDENCIES
    PERFORM UNTIL WS-XR-Q-HEAD > WS-XR-Q-TAIL
        OR XR-ON-CYCLE(WS-XR-START) = "Y"
        MOVE XR-QUEUE(WS-XR-Q-HEAD) TO WS-XR-R
        ADD 1 TO WS-XR-Q-HEAD
        PERFORM QUEUE-HELD-DEPENDENCIES
    END-PERFORM
    EXIT.

QUEUE-HELD-DEPENDENCIES SECTION.
    COMPUTE WS-XR-E-END =
        ROOT-EDGE-FIRST(WS-XR-R) + ROOT-EDGE-COUNT(WS-XR-R)
    PERFORM VARYING WS-XR-E FROM ROOT-EDGE-FIRST(WS-XR-R) BY 1
        UNTIL WS-XR-E >= WS-XR-E-END
        MOVE XR-EDGE-TO(WS-XR-E) TO WS-XR-D
        IF WS-XR-D = WS-XR-START
            MOVE "Y" TO XR-ON-CYCLE(WS-XR-START)
        ELSE IF XR-NEW-POS(WS-XR-D) = 0 AND XR-REACHED(WS-XR-D) = "N"
            MOVE "Y" TO XR-REACHED(WS-XR-D)
            ADD 1 TO WS-XR-Q-TAIL
            MOVE WS-XR-D TO XR-QUEUE(WS-XR-Q-TAIL)
        END-IF
    END-PERFORM
    EXIT.

*> Rearrange the root list and everything kept parallel to it into
*> XR-ORDER, then carry the edges' and RESULT nodes' root numbers
*> over to the new positions.
REORDER-ROOT-LIST SECTION.
    PERFORM VARYING WS-XR-I FROM 1 BY 1
        UNTIL WS-XR-I > WS-ROOT-COUNT
        MOVE WS-ROOT-LIST(WS-XR-I) TO XH-ROOT-NODE(WS-XR-I)
        MOVE ROOT-KEY(WS-XR-I) TO XH-ROOT-KEY(WS-XR-I)
        MOVE ROOT-VALID-FLAG(WS-XR-I) TO XH-VALID-FLAG(WS-XR-I)
        MOVE ROOT-FIRST-FAILED(WS-XR-I) TO XH-FIRST-FAILED(WS-XR-I)
        MOVE ROOT-TRY-COUNT(WS-XR-I) TO XH-TRY-COUNT(WS-XR-I)
        MOVE ROOT-FAIL-CODE(WS-XR-I) TO XH-FAIL-CODE(WS-XR-I)
        MOVE ROOT-REJECT-NODE(WS-XR-I) TO XH-REJECT-NODE(WS-XR-I)
        MOVE ROOT-REJECT-TEXT(WS-XR-I) TO XH-REJECT-TEXT(WS-XR-I)
        MOVE ROOT-EDGE-FIRST(WS-XR-I) TO XH-EDGE-FIRST(WS-XR-I)
        MOVE ROOT-EDGE-COUNT(WS-XR-I) TO XH-EDGE-COUNT(WS-XR-I)
        MOVE ROOT-REFERENCED(WS-XR-I) TO XH-REFERENCED(WS-XR-I)
    END-PERFORM
    PERFORM VARYING WS-XR-I FROM 1 BY 1
        UNTIL WS-XR-I > WS-ROOT-COUNT
        MOVE XR-ORDER(WS-XR-I) TO WS-XR-R
        MOVE XH-ROOT-NODE(WS-XR-R) TO WS-ROOT-LIST(WS-XR-I)
        MOVE XH-ROOT-KEY(WS-XR-R) TO ROOT-KEY(WS-XR-I)
        MOVE XH-VALID-FLAG(WS-XR-R) TO ROOT-VALID-FLAG(WS-XR-I)
        MOVE XH-FIRST-FAILED(WS-XR-R) TO ROOT-FIRST-FAILED(WS-XR-I)
        MOVE XH-TRY-COUNT(WS-XR-R) TO ROOT-TRY-COUNT(WS-XR-I)
        MOVE XH-FAIL-CODE(WS-XR-R) TO ROOT-FAIL-CODE(WS-XR-I)
        MOVE XH-REJECT-NODE(WS-XR-R) TO ROOT-REJECT-NODE(WS-XR-I)
        MOVE XH-REJECT-TEXT(WS-XR-R) TO ROOT-REJECT-TEXT(WS-XR-I)
        MOVE XH-EDGE-FIRST(WS-XR-R) TO ROOT-EDGE-FIRST(WS-XR-I)
        MOVE XH-EDGE-COUNT(WS-XR-R) TO ROOT-EDGE-COUNT(WS-XR-I)
        MOVE XH-REFERENCED(WS-XR-R) TO ROOT-REFERENCED(WS-XR-I)
    END-PERFORM
    PERFORM VARYING WS-XR-E FROM 1 BY 1
        UNTIL WS-XR-E > WS-XR-EDGE-COUNT
        MOVE XR-NEW-POS(XR-EDGE-FROM(WS-XR-E))
            TO XR-EDGE-FROM(WS-XR-E)
        MOVE XR-NEW-POS(XR-EDGE-TO(WS-XR-E)) TO XR-EDGE-TO(WS-XR-E)
    END-PERFORM
    PERFORM VARYING WS-XR-I FROM 1 BY 1 UNTIL WS-XR-I > 10000
        IF NODE-REF-ROOT(WS-XR-I) > 0
            MOVE XR-NEW-POS(NODE-REF-ROOT(WS-XR-I))
                TO NODE-REF-ROOT(WS-XR-I)
        END-IF
    END-PERFORM
    EXIT.

OPEN-REJECT-FILE SECTION.
    OPEN OUTPUT REJECT-FILE
    IF WS-REJECT-FILE-STATUS = "00"
        MOVE "Y" TO WS-REJECT-OPEN
    ELSE
        MOVE "N" TO WS-REJECT-OPEN
        DISPLAY "ERROR: unable to open reject file, status="
            WS-REJECT-FILE-STATUS " - run continues without it"
    END-IF
    EXIT.

WRITE-REJECT-RECORD SECTION.
    IF WS-REJECT-OPEN = "Y"
        MOVE WS-ROOT-I TO RJ-ROOT-SEQ
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO RJ-POOL-IDX
        MOVE WS-VAL-BAD-IDX TO RJ-BAD-NODE-IDX
        MOVE WS-VAL-REASON-CODE TO RJ-REASON-CODE
        MOVE WS-VAL-REASON-TEXT TO RJ-REASON-TEXT
        MOVE ROOT-KEY(WS-ROOT-I) TO RJ-BUS-KEY
        WRITE REJECT-FILE-RECORD
        IF WS-REJECT-FILE-STATUS NOT = "00"
            DISPLAY "ERROR: reject file write failed, status="
                WS-REJECT-FILE-STATUS " - run continues without it"
            CLOSE REJECT-FILE
            MOVE "N" TO WS-REJECT-OPEN
        END-IF
    END-IF
    EXIT.

*> Walks the root list in order - one call to INTERP per root (kept
*> as a separate pass from loading so the pool is fully populated,
*> with every forward reference resolved, before any node is
*> evaluated).
EVAL-ROOTS SECTION.
    PERFORM OPEN-RESULTS-FILE
    PERFORM OPEN-RUNTIME-ERR-FILE
    IF WS-SUSP-ACTIVE = "Y"
        PERFORM OPEN-SUSPENSE-OUT
    END-IF
    IF TRACE-ENABLED
        PERFORM OPEN-TRACE-FILE
    END-IF
    IF WS-COMPARE-MODE = "Y"
        PERFORM LOAD-PRIOR-RESULTS
        PERFORM OPEN-COMPARE-RPT
    END-IF
    *> Everything in the pools at this point - library formulas and
    *> their environments - is persistent; the floors start there.
    MOVE WS-CLOSURE-COUNT TO WS-GC-CLOS-FLOOR
    MOVE WS-SCOPE-COUNT TO WS-GC-SCOPE-FLOOR
    PERFORM CLEAR-ROOT-RESULTS
    PERFORM VARYING WS-ROOT-I FROM 1 BY 1
        UNTIL WS-ROOT-I > WS-ROOT-COUNT
            OR WS-ABORT-RUN = "Y"
        ADD 1 TO WS-ROOT-SEQ
        *> Resuming from a checkpoint: a root ahead of the restart
        *> point that a later root takes a RESULT from is run again,
        *> quietly, so its figure is there to be taken.
        IF WS-ROOT-SEQ NOT > WS-START-FROM
            AND ROOT-VALID-FLAG(WS-ROOT-I) = "Y"
            AND ROOT-REFERENCED(WS-ROOT-I) = "Y"
            PERFORM REPLAY-LISTED-ROOT
        END-IF
        IF WS-ROOT-SEQ > WS-START-FROM
            AND ROOT-VALID-FLAG(WS-ROOT-I) = "Y"
            MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-EVAL-NODE-IDX
            MOVE ROOT-KEY(WS-ROOT-I) TO WS-CUR-ROOT-KEY
            MOVE SPACES TO WS-SUSP-ROOT-RTE
            MOVE SPACES TO WS-SUSP-ROOT-RTE-NAME
            PERFORM EVAL-LISTED-ROOT
            ADD 1 TO WS-STAT-ROOTS-PROCESSED
            IF VAR-ERR = "E"
                ADD 1 TO WS-STAT-ROOTS-IN-ERROR
                " (node " WS-EVAL-NODE-IDX "): Z=" VAR-Z
                " S=" VAR-S " ERR=" VAR-ERR
            PERFORM WRITE-RESULT-RECORD
            IF WS-SUSP-ACTIVE = "Y"
                PERFORM SUSPENSE-ROOT-OUTCOME
            END-IF
            IF WS-COMPARE-RPT-OPEN = "Y"
                PERFORM COMPARE-RESULT
            END-IF
                PERFORM WRITE-CHECKPOINT
            END-IF
        END-IF
        *> A rejected root never reaches the evaluator but still
        *> goes (back) to suspense.
        IF WS-ROOT-SEQ > WS-START-FROM
            AND ROOT-VALID-FLAG(WS-ROOT-I) = "N"
            AND WS-SUSP-ACTIVE = "Y"
            PERFORM SUSPENSE-ROOT-OUTCOME
        END-IF
    END-PERFORM
    PERFORM WRITE-RESULTS-TRAILER
    IF WS-RESULTS-OPEN = "Y"
    IF WS-ABORT-RUN = "N"
        PERFORM CLEAR-CHECKPOINT
    END-IF
    IF WS-SUSP-ACTIVE = "Y"
        PERFORM CLOSE-SUSPENSE-OUT
    END-IF
    EXIT.

*> Evaluate root WS-ROOT-I (the caller has set WS-EVAL-NODE-IDX
*> and WS-CUR-ROOT-KEY) and leave the penny figure downstream
*> actually receives in WS-FINAL-RESULT-Z: the raw result cut to
*> two decimals per the rounding policy (a no-op for a STANDARD-
*> intermediates run). A root whose RESULT dependency did not come
*> out clean is not evaluated at all - it goes out errored, reason
*> 28, naming that dependency.
EVAL-LISTED-ROOT SECTION.
    IF WS-PF-ACTIVE = "Y"
        PERFORM PROFILE-ROOT-START
    END-IF
    PERFORM CHECK-ROOT-DEPENDENCIES
    IF WS-XR-DEP-FAILED = "Y"
        DISPLAY "Root " WS-ROOT-I " not evaluated - a root it takes "
            "a RESULT from did not run clean"
        MOVE "N" TO VAR-TYPE
        MOVE 0 TO VAR-Z
        MOVE SPACES TO VAR-S
        MOVE 0 TO VAR-S-LEN
        MOVE "E" TO VAR-ERR
        MOVE "28" TO WS-RTE-REASON-CODE
        MOVE WS-EVAL-NODE-IDX TO WS-RTE-NODE-IDX
        PERFORM NAME-XR-TARGET
        PERFORM WRITE-RUNTIME-ERROR
    ELSE
        PERFORM EVAL-TOP-NODE
    END-IF
    *> A replayed root's evaluations count, but it is not ranked a
    *> second time.
    IF WS-PF-ACTIVE = "Y" AND WS-XR-REPLAY NOT = "Y"
        PERFORM PROFILE-ROOT-END
    END-IF
    MOVE VAR-Z TO WS-RP-IN
    PERFORM ROUND-TO-PENNIES
    MOVE WS-RP-OUT TO WS-FINAL-RESULT-Z
    PERFORM STORE-ROOT-RESULT
    EXIT.

*> WS-XR-TARGET is left on the first dependency found wanting.
CHECK-ROOT-DEPENDENCIES SECTION.
    MOVE "N" TO WS-XR-DEP-FAILED
    IF ROOT-EDGE-COUNT(WS-ROOT-I) > 0
        COMPUTE WS-XR-E-END =
            ROOT-EDGE-FIRST(WS-ROOT-I) + ROOT-EDGE-COUNT(WS-ROOT-I)
        PERFORM VARYING WS-XR-E FROM ROOT-EDGE-FIRST(WS-ROOT-I) BY 1
            UNTIL WS-XR-E >= WS-XR-E-END OR WS-XR-DEP-FAILED = "Y"
            MOVE XR-EDGE-TO(WS-XR-E) TO WS-XR-TARGET
            IF ROOT-RES-STATE(WS-XR-TARGET) NOT = "Y"
                MOVE "Y" TO WS-XR-DEP-FAILED
            END-IF
        END-PERFORM
    END-IF
    EXIT.

*> Keep the root's outcome for the roots that take a RESULT from
*> it. A closure is not a figure another root can use - it counts
*> as not clean.
STORE-ROOT-RESULT SECTION.
    IF VAR-ERR = "E" OR VAR-TYPE = "C"
        MOVE "E" TO ROOT-RES-STATE(WS-ROOT-I)
    ELSE
        MOVE "Y" TO ROOT-RES-STATE(WS-ROOT-I)
    END-IF
    MOVE VAR-TYPE TO ROOT-RES-TYPE(WS-ROOT-I)
    MOVE WS-FINAL-RESULT-Z TO ROOT-RES-Z(WS-ROOT-I)
    MOVE VAR-S TO ROOT-RES-S(WS-ROOT-I)
    MOVE VAR-S-LEN TO ROOT-RES-S-LEN(WS-ROOT-I)
    EXIT.

CLEAR-ROOT-RESULTS SECTION.
    MOVE SPACES TO XR-ROOT-RESULT-STATES
    EXIT.

*> Nothing a replayed root raises is logged or traced again, and it
*> writes no results record - the run being resumed already did.
REPLAY-LISTED-ROOT SECTION.
    MOVE "Y" TO WS-XR-REPLAY
    MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-EVAL-NODE-IDX
    MOVE ROOT-KEY(WS-ROOT-I) TO WS-CUR-ROOT-KEY
    PERFORM EVAL-LISTED-ROOT
    PERFORM RECLAIM-POOLS
    MOVE "N" TO WS-XR-REPLAY
    EXIT.

*> --------------------------------------------------------------
*> same formula definitions with every root stays inside the pool.
*> --------------------------------------------------------------
RECLAIM-POOLS SECTION.
    ADD 1 TO WS-PF-RECLAIM-CALLS
    IF WS-CLOSURE-COUNT = WS-GC-CLOS-FLOOR
        AND WS-SCOPE-COUNT = WS-GC-SCOPE-FLOOR
        CONTINUE
    ELSE
        ADD 1 TO WS-PF-RECLAIM-PASSES
        PERFORM VARYING WS-GC-I FROM 1 BY 1
            UNTIL WS-GC-I > WS-CLOSURE-COUNT
            MOVE "N" TO CLOS-KEEP(WS-GC-I)
        PERFORM COMPACT-CLOSURE-POOL
        PERFORM COMPACT-SCOPE-POOL
        PERFORM PATCH-POOL-REFERENCES
        COMPUTE WS-PF-CLOSURES-RECLAIMED = WS-PF-CLOSURES-RECLAIMED
            + WS-CLOSURE-COUNT - WS-GC-NEW-CLOS
        COMPUTE WS-PF-SCOPES-RECLAIMED = WS-PF-SCOPES-RECLAIMED
            + WS-SCOPE-COUNT - WS-GC-NEW-SCOPE
        MOVE WS-GC-NEW-CLOS TO WS-CLOSURE-COUNT
        MOVE WS-GC-NEW-SCOPE TO WS-SCOPE-COUNT
    END-IF
    END-IF
    IF WS-RESULTS-FILE-STATUS = "00"
        MOVE "Y" TO WS-RESULTS-OPEN
        MOVE "Y" TO WS-RESULTS-WRITTEN
    ELSE
        MOVE "N" TO WS-RESULTS-OPEN
        DISPLAY "ERROR: unable to open results file, status="
*> A no-op outside the root pass (self-check, inquiry), where there
*> is no root sequence for the record to mean anything by.
WRITE-RUNTIME-ERROR SECTION.
    IF WS-TC-FIRST-RTE = SPACES
        MOVE WS-RTE-REASON-CODE TO WS-TC-FIRST-RTE
    END-IF
    IF WS-SUSP-ROOT-RTE = SPACES
        MOVE WS-RTE-REASON-CODE TO WS-SUSP-ROOT-RTE
        MOVE WS-RTE-NAME TO WS-SUSP-ROOT-RTE-NAME
    END-IF
    IF WS-RUNTIME-ERR-OPEN = "Y" AND WS-XR-REPLAY = "N"
        MOVE WS-ROOT-SEQ TO RE-ROOT-SEQ
        MOVE WS-EVAL-NODE-IDX TO RE-POOL-IDX
        MOVE WS-RTE-NODE-IDX TO RE-NODE-IDX
            IF WS-RESULTS-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: results trailer write failed, "
                    "status=" WS-RESULTS-FILE-STATUS
            ELSE
                MOVE "Y" TO WS-TRL-WRITTEN
            END-IF
        ELSE
            DISPLAY "Results file left without a balancing trailer "
            MOVE "STRING VALUE CHANGED" TO CMP-EVT-TEXT
            PERFORM WRITE-COMPARE-EVENT
        END-IF
    *> A date is YYYYMMDD in the numeric field - the difference of
    *> two of them is no amount, so a moved date is only flagged.
    ELSE IF VAR-TYPE = "D"
        IF WS-CMP-PRIOR-Z = WS-FINAL-RESULT-Z
            ADD 1 TO WS-CMP-UNCHANGED
        ELSE
            ADD 1 TO WS-CMP-CHANGED
            MOVE "DATE VALUE CHANGED" TO CMP-EVT-TEXT
            PERFORM WRITE-COMPARE-EVENT
        END-IF
    ELSE IF WS-CMP-PRIOR-Z = WS-FINAL-RESULT-Z
        ADD 1 TO WS-CMP-UNCHANGED
    ELSE

*> --------------------------------------------------------------
*> Write the global scope's bindings out for the next generation.
*> Only N, S and D types carry forward: a C binding is an index into
*> this run's closure pool, meaningless to any other run - the DefC
*> that built it has to run again next time.
*> --------------------------------------------------------------
        PERFORM VARYING IDX FROM 1 BY 1
            UNTIL IDX > SCOPE-BIND-COUNT(1)
            IF BIND-TYPE(1, IDX) = "N" OR BIND-TYPE(1, IDX) = "S"
                OR BIND-TYPE(1, IDX) = "D"
                MOVE BIND-NAME(1, IDX) TO BO-NAME
                MOVE BIND-TYPE(1, IDX) TO BO-TYPE
                *> The bindings-file layout carries pennies; a
                " - captured a call scope, not the global scope"
        ELSE
            MOVE 0 TO WS-LIB-DEPTH
            MOVE WS-DEPTH-LIMIT TO WS-LIB-DEPTH-CAP
            MOVE CLOS-BODY-IDX(WS-SAVE-CLOS-IDX) TO WS-LIB-CALL-IDX
            PERFORM WRITE-LIB-CHILD
            PERFORM WRITE-LIB-FORMULA
        CONTINUE
    ELSE IF LIB-WRITTEN(WS-LIB-CALL-IDX) = "Y"
        CONTINUE
    ELSE IF WS-LIB-DEPTH >= WS-LIB-DEPTH-CAP
        DISPLAY "Saving the " FUNCTION TRIM(WS-LIB-LOAD-WHAT)
            ": subtree nesting exceeds the depth limit - "
            "truncated at node " WS-LIB-CALL-IDX
    ELSE
        MOVE "Y" TO LIB-WRITTEN(WS-LIB-CALL-IDX)
        ADD 1 TO WS-LIB-DEPTH
WRITE-LIB-NODE-CHILDREN SECTION.
    EVALUATE NODE-TYPE(LIB-NODE-STACK(WS-LIB-DEPTH))
        WHEN "NumC"
        WHEN "DatC"
        WHEN "StrC"
        WHEN "IdC"
            CONTINUE
    END-PERFORM
    MOVE COND-DEFAULT-IDX(LIB-NODE-STACK(WS-LIB-DEPTH))
        TO LN-COND-DEFAULT-IDX
    IF WS-LIB-SAVE-TO = "S"
        MOVE WS-LIB-NODE-REC TO SUSPENSE-OUT-RECORD
        WRITE SUSPENSE-OUT-RECORD
    ELSE
        MOVE WS-LIB-NODE-REC TO FORMULA-OUT-RECORD
        WRITE FORMULA-OUT-RECORD
    END-IF
    EXIT.

WRITE-LIB-FORMULA SECTION.
    WRITE FORMULA-OUT-RECORD
    EXIT.

*> --------------------------------------------------------------
*> Next-generation suspense file. Opened with the results file and
*> on the same terms - a fresh run truncates, a checkpoint resume
*> extends - so a resumed run still ends with one entry per failed
*> root.
*> --------------------------------------------------------------
OPEN-SUSPENSE-OUT SECTION.
    IF WS-START-FROM > 0
        OPEN EXTEND SUSPENSE-OUT-FILE
    ELSE
        OPEN OUTPUT SUSPENSE-OUT-FILE
    END-IF
    IF WS-SUSPENSE-OUT-STATUS = "00"
        MOVE "Y" TO WS-SUSPENSE-OUT-OPEN
    ELSE
        MOVE "N" TO WS-SUSPENSE-OUT-OPEN
        DISPLAY "ERROR: unable to open next-generation suspense file, "
            "status=" WS-SUSPENSE-OUT-STATUS
            " - run continues without it"
    END-IF
    EXIT.

*> After each root in the window: rejected or in error, it goes to
*> suspense; clean, and it came from suspense, it has cleared.
SUSPENSE-ROOT-OUTCOME SECTION.
    IF ROOT-VALID-FLAG(WS-ROOT-I) = "N"
        MOVE "V" TO SH-REASON-SOURCE
        MOVE ROOT-FAIL-CODE(WS-ROOT-I) TO SH-REASON-CODE
        MOVE SPACES TO SH-REASON-NAME
        PERFORM WRITE-SUSPENSE-ENTRY
    ELSE IF VAR-ERR = "E"
        MOVE "R" TO SH-REASON-SOURCE
        MOVE WS-SUSP-ROOT-RTE TO SH-REASON-CODE
        MOVE WS-SUSP-ROOT-RTE-NAME TO SH-REASON-NAME
        PERFORM WRITE-SUSPENSE-ENTRY
    ELSE IF ROOT-FIRST-FAILED(WS-ROOT-I) > 0
        ADD 1 TO WS-STAT-SUSP-CLEARED
        DISPLAY "Suspended root cleared: key "
            FUNCTION TRIM(ROOT-KEY(WS-ROOT-I)) " in suspense since "
            ROOT-FIRST-FAILED(WS-ROOT-I)
    END-IF
    EXIT.

*> The root's subtree through the library save walk, then its
*> header. The reason fields are already set by the caller.
WRITE-SUSPENSE-ENTRY SECTION.
    IF ROOT-FIRST-FAILED(WS-ROOT-I) > 0
        MOVE ROOT-FIRST-FAILED(WS-ROOT-I) TO SH-FIRST-FAILED
        COMPUTE SH-TRY-COUNT = ROOT-TRY-COUNT(WS-ROOT-I) + 1
        ADD 1 TO WS-STAT-SUSP-RETAINED
    ELSE
        MOVE WS-RUN-DATE TO SH-FIRST-FAILED
        MOVE 1 TO SH-TRY-COUNT
        ADD 1 TO WS-STAT-SUSP-NEW
    END-IF
    IF WS-SUSPENSE-OUT-OPEN = "Y"
        MOVE "suspense file" TO WS-LIB-LOAD-WHAT
        MOVE "S" TO WS-LIB-SAVE-TO
        MOVE 99 TO WS-LIB-DEPTH-CAP
        MOVE ALL "N" TO WS-LIB-WRITTEN-TABLE
        MOVE 0 TO WS-LIB-DEPTH
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO WS-LIB-CALL-IDX
        PERFORM WRITE-LIB-CHILD
        MOVE "F" TO WS-LIB-SAVE-TO
        MOVE "formula library" TO WS-LIB-LOAD-WHAT
        MOVE "S" TO SH-REC-TYPE
        MOVE WS-ROOT-LIST(WS-ROOT-I) TO SH-ROOT-IDX
        MOVE ROOT-KEY(WS-ROOT-I) TO SH-BUS-KEY
        MOVE WS-RUN-DATE TO SH-LAST-TRIED
        MOVE WS-SUSP-HEADER-REC TO SUSPENSE-OUT-RECORD
        WRITE SUSPENSE-OUT-RECORD
        IF WS-SUSPENSE-OUT-STATUS NOT = "00"
            DISPLAY "ERROR: suspense file write failed, status="
                WS-SUSPENSE-OUT-STATUS " - run continues without it"
            CLOSE SUSPENSE-OUT-FILE
            MOVE "N" TO WS-SUSPENSE-OUT-OPEN
        END-IF
    END-IF
    EXIT.

*> End of the root pass. A completed run copies forward whatever
*> the load did not take on and reports the aging of the finished
*> file; a run stopped on its error threshold leaves both to the
*> resumed run that completes it.
CLOSE-SUSPENSE-OUT SECTION.
    IF WS-SUSPENSE-OUT-OPEN = "Y"
        IF WS-ABORT-RUN = "N"
            PERFORM COPY-SUSPENSE-KEPT
        END-IF
        CLOSE SUSPENSE-OUT-FILE
        MOVE "N" TO WS-SUSPENSE-OUT-OPEN
        IF WS-ABORT-RUN = "N"
            PERFORM WRITE-SUSPENSE-AGING
        ELSE
            DISPLAY "Run stopped early - next-generation suspense "
                "file incomplete, no aging report"
        END-IF
    END-IF
    EXIT.

COPY-SUSPENSE-KEPT SECTION.
    IF WS-SUSP-KEEP-COUNT > 0
        OPEN INPUT SUSPENSE-FILE
        IF WS-SUSPENSE-STATUS = "00"
            MOVE 0 TO WS-SUSP-REC-NO
            MOVE "N" TO WS-SUSP-EOF
            PERFORM UNTIL WS-SUSP-EOF = "Y"
                READ SUSPENSE-FILE
                    AT END
                        MOVE "Y" TO WS-SUSP-EOF
                    NOT AT END
                        ADD 1 TO WS-SUSP-REC-NO
                        PERFORM COPY-SUSPENSE-RECORD
                END-READ
            END-PERFORM
            CLOSE SUSPENSE-FILE
            DISPLAY "Suspense entries carried forward unretried: "
                WS-STAT-SUSP-CARRIED
        ELSE
            DISPLAY "ERROR: unable to reopen suspense file, status="
                WS-SUSPENSE-STATUS " - entries not taken on this run "
                "are missing from the next generation"
        END-IF
    END-IF
    EXIT.

COPY-SUSPENSE-RECORD SECTION.
    MOVE "N" TO WS-SUSP-COPY
    PERFORM VARYING WS-SUSP-I FROM 1 BY 1
        UNTIL WS-SUSP-I > WS-SUSP-KEEP-COUNT
        IF WS-SUSP-REC-NO >= SUSP-KEEP-FROM(WS-SUSP-I)
            AND WS-SUSP-REC-NO <= SUSP-KEEP-TO(WS-SUSP-I)
            MOVE "Y" TO WS-SUSP-COPY
        END-IF
    END-PERFORM
    IF WS-SUSP-COPY = "Y" AND WS-SUSPENSE-OUT-OPEN = "Y"
        MOVE SUSPENSE-RECORD TO SUSPENSE-OUT-RECORD
        WRITE SUSPENSE-OUT-RECORD
        IF WS-SUSPENSE-OUT-STATUS NOT = "00"
            DISPLAY "ERROR: suspense file write failed, status="
                WS-SUSPENSE-OUT-STATUS " - run continues without it"
            CLOSE SUSPENSE-OUT-FILE
            MOVE "N" TO WS-SUSPENSE-OUT-OPEN
            MOVE "Y" TO WS-SUSP-EOF
        ELSE IF SUSPENSE-RECORD(1:1) = "S"
            ADD 1 TO WS-STAT-SUSP-CARRIED
        END-IF
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Suspense aging report: the finished next-generation file's entry
*> headers read back, filed by reason and then oldest first, one
*> line each, followed by a count per reason in age buckets and the
*> run's movement into and out of suspense.
*> --------------------------------------------------------------
WRITE-SUSPENSE-AGING SECTION.
    MOVE 0 TO WS-AGE-COUNT
    MOVE 0 TO WS-AGE-OVERFLOW
    OPEN INPUT SUSPENSE-OUT-FILE
    IF WS-SUSPENSE-OUT-STATUS = "00"
        MOVE "N" TO WS-SUSP-EOF
        PERFORM UNTIL WS-SUSP-EOF = "Y"
            READ SUSPENSE-OUT-FILE
                AT END
                    MOVE "Y" TO WS-SUSP-EOF
                NOT AT END
                    IF SUSPENSE-OUT-RECORD(1:1) = "S"
                        MOVE SUSPENSE-OUT-RECORD TO WS-SUSP-HEADER-REC
                        PERFORM FILE-AGING-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-OUT-FILE
    ELSE
        DISPLAY "ERROR: unable to reread next-generation suspense "
            "file, status=" WS-SUSPENSE-OUT-STATUS
    END-IF
    OPEN OUTPUT SUSPENSE-RPT-FILE
    IF WS-SUSPENSE-RPT-STATUS = "00"
        MOVE "Y" TO WS-SUSPENSE-RPT-OPEN
        MOVE SPACES TO SUSPENSE-RPT-RECORD
        STRING "SUSPENSE AGING REPORT - "
            FUNCTION TRIM(WS-SUSPENSE-OUT-NAME) "  RUN DATE "
            WS-RUN-DATE
            DELIMITED BY SIZE INTO SUSPENSE-RPT-RECORD
        END-STRING
        PERFORM WRITE-AGING-LINE
        MOVE SPACES TO SUSPENSE-RPT-RECORD
        PERFORM WRITE-AGING-LINE
        MOVE WS-AGE-HEADING TO SUSPENSE-RPT-RECORD
        PERFORM WRITE-AGING-LINE
        PERFORM VARYING WS-AGE-I FROM 1 BY 1
            UNTIL WS-AGE-I > WS-AGE-COUNT
            MOVE AGE-REASON(WS-AGE-I) TO AGE-D-REASON
            MOVE AGE-BUS-KEY(WS-AGE-I) TO AGE-D-KEY
            MOVE AGE-FIRST-FAILED(WS-AGE-I) TO AGE-D-FIRST
            MOVE AGE-DAYS(WS-AGE-I) TO AGE-D-DAYS
            MOVE AGE-TRY-COUNT(WS-AGE-I) TO AGE-D-TRIES
            MOVE AGE-NAME(WS-AGE-I) TO AGE-D-NAME
            MOVE WS-AGE-DETAIL TO SUSPENSE-RPT-RECORD
            PERFORM WRITE-AGING-LINE
        END-PERFORM
        IF WS-AGE-OVERFLOW > 0
            MOVE SPACES TO SUSPENSE-RPT-RECORD
            STRING "*** " WS-AGE-OVERFLOW " FURTHER ENTRIES NOT "
                "LISTED OR SUMMARIZED ***"
                DELIMITED BY SIZE INTO SUSPENSE-RPT-RECORD
            END-STRING
            PERFORM WRITE-AGING-LINE
        END-IF
        PERFORM WRITE-AGING-SUMMARY
        CLOSE SUSPENSE-RPT-FILE
        MOVE "N" TO WS-SUSPENSE-RPT-OPEN
    ELSE
        DISPLAY "ERROR: unable to open suspense aging report, status="
            WS-SUSPENSE-RPT-STATUS " - run continues without it"
    END-IF
    EXIT.

*> File one header into the aging table ahead of the first entry of
*> a later reason, or of the same reason but a later first-failed
*> date - equal entries keep file order.
FILE-AGING-ENTRY SECTION.
    MOVE SPACES TO WS-AGE-NEW
    STRING SH-REASON-SOURCE SH-REASON-CODE
        DELIMITED BY SIZE INTO AGE-NEW-REASON
    END-STRING
    MOVE SH-FIRST-FAILED TO AGE-NEW-FIRST-FAILED
    MOVE SH-TRY-COUNT TO AGE-NEW-TRY-COUNT
    MOVE SH-BUS-KEY TO AGE-NEW-BUS-KEY
    MOVE SH-REASON-NAME TO AGE-NEW-NAME
    MOVE 0 TO AGE-NEW-DAYS
    IF SH-FIRST-FAILED NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(SH-FIRST-FAILED) = 0
            AND SH-FIRST-FAILED < WS-RUN-DATE
            COMPUTE AGE-NEW-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(SH-FIRST-FAILED)
        END-IF
    ELSE
        MOVE 0 TO AGE-NEW-FIRST-FAILED
    END-IF
    IF SH-TRY-COUNT NOT NUMERIC
        MOVE 0 TO AGE-NEW-TRY-COUNT
    END-IF
    IF WS-AGE-COUNT >= 10000
        ADD 1 TO WS-AGE-OVERFLOW
    ELSE
        COMPUTE WS-AGE-AT = WS-AGE-COUNT + 1
        PERFORM VARYING WS-AGE-I FROM 1 BY 1
            UNTIL WS-AGE-I > WS-AGE-COUNT
                OR WS-AGE-AT <= WS-AGE-COUNT
            IF AGE-REASON(WS-AGE-I) > AGE-NEW-REASON
                OR (AGE-REASON(WS-AGE-I) = AGE-NEW-REASON
                    AND AGE-FIRST-FAILED(WS-AGE-I)
                        > AGE-NEW-FIRST-FAILED)
                MOVE WS-AGE-I TO WS-AGE-AT
            END-IF
        END-PERFORM
        PERFORM VARYING WS-AGE-I FROM WS-AGE-COUNT BY -1
            UNTIL WS-AGE-I < WS-AGE-AT
            MOVE AGE-ENTRIES(WS-AGE-I) TO AGE-ENTRIES(WS-AGE-I + 1)
        END-PERFORM
        MOVE WS-AGE-NEW TO AGE-ENTRIES(WS-AGE-AT)
        ADD 1 TO WS-AGE-COUNT
    END-IF
    EXIT.

*> The table is in reason order, so the per-reason rows build with
*> a plain control break on AGE-REASON.
WRITE-AGING-SUMMARY SECTION.
    MOVE 0 TO WS-AGE-REASON-COUNT
    MOVE 0 TO WS-AGE-GRAND-TOTAL
    PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1 UNTIL WS-AGE-BUCKET > 4
        MOVE 0 TO AGE-GRAND-BUCKET(WS-AGE-BUCKET)
    END-PERFORM
    PERFORM VARYING WS-AGE-I FROM 1 BY 1
        UNTIL WS-AGE-I > WS-AGE-COUNT
        IF WS-AGE-REASON-COUNT = 0
            OR AGE-REASON(WS-AGE-I)
                NOT = AR-REASON(WS-AGE-REASON-COUNT)
            IF WS-AGE-REASON-COUNT < 50
                ADD 1 TO WS-AGE-REASON-COUNT
                MOVE AGE-REASON(WS-AGE-I)
                    TO AR-REASON(WS-AGE-REASON-COUNT)
                MOVE 0 TO AR-TOTAL(WS-AGE-REASON-COUNT)
                PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                    UNTIL WS-AGE-BUCKET > 4
                    MOVE 0 TO AR-BUCKET(WS-AGE-REASON-COUNT,
                        WS-AGE-BUCKET)
                END-PERFORM
            END-IF
        END-IF
        EVALUATE TRUE
            WHEN AGE-DAYS(WS-AGE-I) <= 7
                MOVE 1 TO WS-AGE-BUCKET
            WHEN AGE-DAYS(WS-AGE-I) <= 30
                MOVE 2 TO WS-AGE-BUCKET
            WHEN AGE-DAYS(WS-AGE-I) <= 90
                MOVE 3 TO WS-AGE-BUCKET
            WHEN OTHER
                MOVE 4 TO WS-AGE-BUCKET
        END-EVALUATE
        ADD 1 TO AR-BUCKET(WS-AGE-REASON-COUNT, WS-AGE-BUCKET)
        ADD 1 TO AR-TOTAL(WS-AGE-REASON-COUNT)
        ADD 1 TO AGE-GRAND-BUCKET(WS-AGE-BUCKET)
        ADD 1 TO WS-AGE-GRAND-TOTAL
    END-PERFORM
    MOVE SPACES TO SUSPENSE-RPT-RECORD
    PERFORM WRITE-AGING-LINE
    MOVE WS-AGE-SUM-HEADING TO SUSPENSE-RPT-RECORD
    PERFORM WRITE-AGING-LINE
    PERFORM VARYING WS-AGE-I FROM 1 BY 1
        UNTIL WS-AGE-I > WS-AGE-REASON-COUNT
        MOVE SPACES TO WS-AGE-SUMMARY
        MOVE AR-REASON(WS-AGE-I) TO AGE-S-REASON
        PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
            UNTIL WS-AGE-BUCKET > 4
            MOVE AR-BUCKET(WS-AGE-I, WS-AGE-BUCKET)
                TO AGE-S-COUNT(WS-AGE-BUCKET)
        END-PERFORM
        MOVE AR-TOTAL(WS-AGE-I) TO AGE-S-TOTAL
        MOVE WS-AGE-SUMMARY TO SUSPENSE-RPT-RECORD
        PERFORM WRITE-AGING-LINE
    END-PERFORM
    MOVE SPACES TO WS-AGE-SUMMARY
    MOVE "ALL" TO AGE-S-REASON
    PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1 UNTIL WS-AGE-BUCKET > 4
        MOVE AGE-GRAND-BUCKET(WS-AGE-BUCKET)
            TO AGE-S-COUNT(WS-AGE-BUCKET)
    END-PERFORM
    MOVE WS-AGE-GRAND-TOTAL TO AGE-S-TOTAL
    MOVE WS-AGE-SUMMARY TO SUSPENSE-RPT-RECORD
    PERFORM WRITE-AGING-LINE
    MOVE SPACES TO SUSPENSE-RPT-RECORD
    PERFORM WRITE-AGING-LINE
    MOVE "ENTRIES RETRIED" TO AGE-C-LABEL
    MOVE WS-STAT-SUSP-LOADED TO AGE-C-VALUE
    PERFORM WRITE-AGING-COUNT
    MOVE "CLEARED THIS RUN" TO AGE-C-LABEL
    MOVE WS-STAT-SUSP-CLEARED TO AGE-C-VALUE
    PERFORM WRITE-AGING-COUNT
    MOVE "RETRIED AND STILL FAILING" TO AGE-C-LABEL
    MOVE WS-STAT-SUSP-RETAINED TO AGE-C-VALUE
    PERFORM WRITE-AGING-COUNT
    MOVE "NEWLY SUSPENDED" TO AGE-C-LABEL
    MOVE WS-STAT-SUSP-NEW TO AGE-C-VALUE
    PERFORM WRITE-AGING-COUNT
    MOVE "DROPPED - RE-SENT IN FEED" TO AGE-C-LABEL
    MOVE WS-STAT-SUSP-SUPERSEDED TO AGE-C-VALUE
    PERFORM WRITE-AGING-COUNT
    MOVE "CARRIED FORWARD UNRETRIED" TO AGE-C-LABEL
    MOVE WS-STAT-SUSP-CARRIED TO AGE-C-VALUE
    PERFORM WRITE-AGING-COUNT
    EXIT.

WRITE-AGING-COUNT SECTION.
    MOVE WS-AGE-COUNT-LINE TO SUSPENSE-RPT-RECORD
    PERFORM WRITE-AGING-LINE
    EXIT.

WRITE-AGING-LINE SECTION.
    IF WS-SUSPENSE-RPT-OPEN = "Y"
        WRITE SUSPENSE-RPT-RECORD
        IF WS-SUSPENSE-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: suspense aging report write failed, "
                "status=" WS-SUSPENSE-RPT-STATUS
                " - run continues without it"
            CLOSE SUSPENSE-RPT-FILE
            MOVE "N" TO WS-SUSPENSE-RPT-OPEN
        END-IF
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Results history posting. The results file is closed by now; read
*> it back and balance it against its own trailer before a single
*> entry goes to the master - the same test the downstream posting
*> job applies - then read it again and post every keyed record.
*> Keyless records have nothing to file under and are counted as
*> skipped, as is a record whose key is already on the master.
*> --------------------------------------------------------------
POST-RESULTS-HISTORY SECTION.
    MOVE "Y" TO WS-HIST-ATTEMPTED
    MOVE 0 TO WS-STAT-HIST-POSTED
    MOVE 0 TO WS-STAT-HIST-KEYLESS
    MOVE 0 TO WS-STAT-HIST-DUPLICATE
    MOVE "N" TO WS-HIST-BALANCED
    IF WS-TRL-WRITTEN = "Y"
        PERFORM CHECK-RESULTS-BALANCE
    END-IF
    IF WS-HIST-BALANCED = "N"
        DISPLAY "Results history not posted - "
            FUNCTION TRIM(WS-RESULTS-FILE-NAME)
            " has no valid balancing trailer from this run."
    ELSE
        PERFORM OPEN-HISTORY-FILE
        IF WS-HISTORY-OPEN = "Y"
            OPEN INPUT RESULTS-FILE
            IF WS-RESULTS-FILE-STATUS = "00"
                MOVE "N" TO WS-HIST-EOF
                PERFORM UNTIL WS-HIST-EOF = "Y"
                    OR WS-HISTORY-OPEN = "N"
                    READ RESULTS-FILE
                        AT END
                            MOVE "Y" TO WS-HIST-EOF
                        NOT AT END
                            IF TL-TRAILER-TAG NOT = "*TRAIL"
                                PERFORM POST-ONE-RESULT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESULTS-FILE
            ELSE
                DISPLAY "ERROR: unable to reread results file, "
                    "status=" WS-RESULTS-FILE-STATUS
                    " - history not posted"
            END-IF
            IF WS-HISTORY-OPEN = "Y"
                CLOSE HISTORY-FILE
                MOVE "N" TO WS-HISTORY-OPEN
            END-IF
            DISPLAY "Results history: " WS-STAT-HIST-POSTED
                " posted, " WS-STAT-HIST-KEYLESS " without a key, "
                WS-STAT-HIST-DUPLICATE " already on file."
        END-IF
    END-IF
    EXIT.

*> Balanced means: the last record is the trailer, and its record
*> count, error count and hash total are exactly what the detail
*> records ahead of it add up to (the hash summed with the same
*> truncating ADD WRITE-RESULT-RECORD uses).
CHECK-RESULTS-BALANCE SECTION.
    MOVE "N" TO WS-HIST-TRAIL-SEEN
    MOVE "N" TO WS-HIST-PAST-TRAIL
    MOVE 0 TO WS-HIST-RECORD-COUNT
    MOVE 0 TO WS-HIST-ERROR-COUNT
    MOVE 0 TO WS-HIST-HASH-TOTAL
    OPEN INPUT RESULTS-FILE
    IF WS-RESULTS-FILE-STATUS = "00"
        MOVE "N" TO WS-HIST-EOF
        PERFORM UNTIL WS-HIST-EOF = "Y"
            READ RESULTS-FILE
                AT END
                    MOVE "Y" TO WS-HIST-EOF
                NOT AT END
                    PERFORM BALANCE-ONE-RESULT
            END-READ
        END-PERFORM
        CLOSE RESULTS-FILE
    ELSE
        DISPLAY "ERROR: unable to reread results file, status="
            WS-RESULTS-FILE-STATUS
    END-IF
    IF WS-HIST-TRAIL-SEEN = "Y" AND WS-HIST-PAST-TRAIL = "N"
        AND WS-HIST-TL-RECORD-COUNT = WS-HIST-RECORD-COUNT
        AND WS-HIST-TL-ERROR-COUNT = WS-HIST-ERROR-COUNT
        AND WS-HIST-TL-HASH-TOTAL = WS-HIST-HASH-TOTAL
        MOVE "Y" TO WS-HIST-BALANCED
    END-IF
    EXIT.

BALANCE-ONE-RESULT SECTION.
    IF WS-HIST-TRAIL-SEEN = "Y"
        MOVE "Y" TO WS-HIST-PAST-TRAIL
    END-IF
    IF TL-TRAILER-TAG = "*TRAIL"
        MOVE "Y" TO WS-HIST-TRAIL-SEEN
        MOVE TL-RECORD-COUNT TO WS-HIST-TL-RECORD-COUNT
        MOVE TL-ERROR-COUNT TO WS-HIST-TL-ERROR-COUNT
        MOVE TL-HASH-TOTAL TO WS-HIST-TL-HASH-TOTAL
    ELSE
        ADD 1 TO WS-HIST-RECORD-COUNT
        IF RS-ERROR-FLAG = "E"
            ADD 1 TO WS-HIST-ERROR-COUNT
        END-IF
        ADD RS-NUM-VALUE TO WS-HIST-HASH-TOTAL
    END-IF
    EXIT.

*> The master is created on the first posting run: a missing file
*> (status 35) is opened OUTPUT once to create it empty, then I-O.
OPEN-HISTORY-FILE SECTION.
    MOVE "N" TO WS-HISTORY-OPEN
    OPEN I-O HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
        IF WS-HISTORY-FILE-STATUS = "00"
            CLOSE HISTORY-FILE
            OPEN I-O HISTORY-FILE
        END-IF
    END-IF
    IF WS-HISTORY-FILE-STATUS = "00"
        MOVE "Y" TO WS-HISTORY-OPEN
    ELSE
        DISPLAY "ERROR: unable to open results history file, status="
            WS-HISTORY-FILE-STATUS " - history not posted"
    END-IF
    EXIT.

*> The pool still holds this run's roots, so the root's top node
*> says whether it was a named {def output ...}.
POST-ONE-RESULT SECTION.
    IF RS-BUS-KEY = SPACES
        ADD 1 TO WS-STAT-HIST-KEYLESS
    ELSE
        MOVE SPACES TO HISTORY-FILE-RECORD
        MOVE RS-BUS-KEY TO HS-BUS-KEY
        MOVE WS-AS-OF-DATE TO HS-AS-OF-DATE
        MOVE WS-RUN-STAMP TO HS-RUN-STAMP
        MOVE RS-ROOT-SEQ TO HS-ROOT-SEQ
        MOVE RS-RESULT-TYPE TO HS-RESULT-TYPE
        MOVE RS-NUM-VALUE TO HS-NUM-VALUE
        MOVE RS-STR-VALUE TO HS-STR-VALUE
        MOVE RS-STR-LEN TO HS-STR-LEN
        MOVE RS-ERROR-FLAG TO HS-ERROR-FLAG
        MOVE RS-POOL-IDX TO HS-POOL-IDX
        IF RS-POOL-IDX > 0 AND RS-POOL-IDX NOT > WS-NODE-COUNT
            IF NODE-TYPE(RS-POOL-IDX) = "DefC"
                MOVE DEFINE-NAME(RS-POOL-IDX) TO HS-OUTPUT-NAME
            END-IF
        END-IF
        MOVE WS-RUN-MODE TO HS-RUN-MODE
        MOVE WS-RESULTS-FILE-NAME TO HS-RESULTS-FILE
        WRITE HISTORY-FILE-RECORD
        EVALUATE WS-HISTORY-FILE-STATUS
            WHEN "00"
                ADD 1 TO WS-STAT-HIST-POSTED
            WHEN "22"
                ADD 1 TO WS-STAT-HIST-DUPLICATE
            WHEN OTHER
                DISPLAY "ERROR: results history write failed, "
                    "status=" WS-HISTORY-FILE-STATUS
                    " - posting stopped"
                CLOSE HISTORY-FILE
                MOVE "N" TO WS-HISTORY-OPEN
        END-EVALUATE
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> History extract: position on the first entry at or after the
*> from-key and read forward in key order until the business key
*> passes the to-key. A from-key alone lists that key; neither
*> lists the whole master. Nothing is evaluated and nothing is
*> saved forward.
*> --------------------------------------------------------------
HISTORY-DRIVER SECTION.
    MOVE "N" TO WS-SAVE-BINDINGS
    MOVE "N" TO WS-SAVE-FORMULAS
    IF WS-HIST-KEY-TO = SPACES
        IF WS-HIST-KEY-FROM = SPACES
            MOVE HIGH-VALUES TO WS-HIST-KEY-TO
        ELSE
            MOVE WS-HIST-KEY-FROM TO WS-HIST-KEY-TO
        END-IF
    END-IF
    MOVE 0 TO WS-HIST-KEYS-LISTED
    MOVE 0 TO WS-HIST-ENTRIES-LISTED
    MOVE HIGH-VALUES TO WS-HIST-CUR-KEY
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open results history file, status="
            WS-HISTORY-FILE-STATUS " - nothing to extract"
    ELSE
        OPEN OUTPUT HISTORY-RPT-FILE
        IF WS-HISTORY-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open history extract, status="
                WS-HISTORY-RPT-STATUS
        ELSE
            MOVE "Y" TO WS-HISTORY-RPT-OPEN
            MOVE SPACES TO WS-HIST-LINE
            STRING "RESULTS HISTORY - "
                FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                "  RUN DATE " WS-RUN-DATE
                DELIMITED BY SIZE INTO WS-HIST-LINE
            END-STRING
            PERFORM WRITE-HISTORY-LINE
            MOVE SPACES TO WS-HIST-LINE
            IF WS-HIST-KEY-TO = HIGH-VALUES
                STRING "KEYS ALL  AS-OF DATES " WS-HIST-DATE-FROM
                    " TO " WS-HIST-DATE-TO
                    DELIMITED BY SIZE INTO WS-HIST-LINE
                END-STRING
            ELSE
                STRING "KEYS " WS-HIST-KEY-FROM " TO " WS-HIST-KEY-TO
                    "  AS-OF DATES " WS-HIST-DATE-FROM " TO "
                    WS-HIST-DATE-TO
                    DELIMITED BY SIZE INTO WS-HIST-LINE
                END-STRING
            END-IF
            PERFORM WRITE-HISTORY-LINE
            MOVE WS-HIST-KEY-FROM TO HS-BUS-KEY
            MOVE 0 TO HS-AS-OF-DATE
            MOVE 0 TO HS-RUN-STAMP
            MOVE 0 TO HS-ROOT-SEQ
            START HISTORY-FILE KEY IS NOT LESS THAN HS-KEY
            IF WS-HISTORY-FILE-STATUS = "00"
                MOVE "N" TO WS-HIST-EOF
                PERFORM UNTIL WS-HIST-EOF = "Y"
                    READ HISTORY-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-HIST-EOF
                        NOT AT END
                            IF HS-BUS-KEY > WS-HIST-KEY-TO
                                MOVE "Y" TO WS-HIST-EOF
                            ELSE
                                PERFORM LIST-HISTORY-ENTRY
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            PERFORM WRITE-HISTORY-LINE
            MOVE SPACES TO WS-HIST-LINE
            STRING "KEYS LISTED " WS-HIST-KEYS-LISTED
                "   ENTRIES LISTED " WS-HIST-ENTRIES-LISTED
                DELIMITED BY SIZE INTO WS-HIST-LINE
            END-STRING
            PERFORM WRITE-HISTORY-LINE
            CLOSE HISTORY-RPT-FILE
            MOVE "N" TO WS-HISTORY-RPT-OPEN
        END-IF
        CLOSE HISTORY-FILE
    END-IF
    DISPLAY "History extract: " WS-HIST-KEYS-LISTED " keys, "
        WS-HIST-ENTRIES-LISTED " entries."
    EXIT.

*> Every entry of a key feeds the change column, but only those
*> inside the as-of window are printed - so the first line of a
*> March window still shows how March differed from February.
LIST-HISTORY-ENTRY SECTION.
    IF HS-BUS-KEY NOT = WS-HIST-CUR-KEY
        MOVE HS-BUS-KEY TO WS-HIST-CUR-KEY
        MOVE 0 TO WS-HIST-OUT-COUNT
        MOVE "N" TO WS-HIST-KEY-HEADED
    END-IF
    MOVE 0 TO WS-HIST-OUT-AT
    PERFORM VARYING WS-HIST-I FROM 1 BY 1
        UNTIL WS-HIST-I > WS-HIST-OUT-COUNT OR WS-HIST-OUT-AT > 0
        IF HO-NAME(WS-HIST-I) = HS-OUTPUT-NAME
            MOVE WS-HIST-I TO WS-HIST-OUT-AT
        END-IF
    END-PERFORM
    IF HS-AS-OF-DATE NOT < WS-HIST-DATE-FROM
        AND HS-AS-OF-DATE NOT > WS-HIST-DATE-TO
        IF WS-HIST-KEY-HEADED = "N"
            MOVE "Y" TO WS-HIST-KEY-HEADED
            ADD 1 TO WS-HIST-KEYS-LISTED
            PERFORM WRITE-HISTORY-LINE
            MOVE SPACES TO WS-HIST-LINE
            STRING "BUSINESS KEY " HS-BUS-KEY
                DELIMITED BY SIZE INTO WS-HIST-LINE
            END-STRING
            PERFORM WRITE-HISTORY-LINE
            MOVE WS-HIST-HEADING TO WS-HIST-LINE
            PERFORM WRITE-HISTORY-LINE
        END-IF
        PERFORM FORMAT-HISTORY-DETAIL
        MOVE WS-HIST-DETAIL TO WS-HIST-LINE
        PERFORM WRITE-HISTORY-LINE
        ADD 1 TO WS-HIST-ENTRIES-LISTED
    END-IF
    IF WS-HIST-OUT-AT = 0 AND WS-HIST-OUT-COUNT < 100
        ADD 1 TO WS-HIST-OUT-COUNT
        MOVE WS-HIST-OUT-COUNT TO WS-HIST-OUT-AT
        MOVE HS-OUTPUT-NAME TO HO-NAME(WS-HIST-OUT-AT)
    END-IF
    IF WS-HIST-OUT-AT > 0
        MOVE HS-RESULT-TYPE TO HO-TYPE(WS-HIST-OUT-AT)
        MOVE HS-NUM-VALUE TO HO-NUM-VALUE(WS-HIST-OUT-AT)
        MOVE HS-STR-VALUE TO HO-STR-VALUE(WS-HIST-OUT-AT)
        MOVE HS-ERROR-FLAG TO HO-ERROR-FLAG(WS-HIST-OUT-AT)
    END-IF
    EXIT.

*> The value as the results file means it: money edited, a date as
*> YYYYMMDD, a string as text. The change column compares with the
*> key's previous entry for the same output: FIRST, a signed amount
*> for money, CHANGED / UNCHANGED otherwise, or the error going on
*> or off.
FORMAT-HISTORY-DETAIL SECTION.
    MOVE HS-AS-OF-DATE TO HIST-D-AS-OF
    MOVE HS-RUN-STAMP TO HIST-D-STAMP
    MOVE HS-ROOT-SEQ TO HIST-D-SEQ
    MOVE HS-OUTPUT-NAME TO HIST-D-OUTPUT
    MOVE HS-RESULT-TYPE TO HIST-D-TYPE
    MOVE HS-ERROR-FLAG TO HIST-D-ERR
    MOVE HS-RESULTS-FILE TO HIST-D-FILE
    EVALUATE HS-RESULT-TYPE
        WHEN "S"
            MOVE HS-STR-VALUE TO HIST-D-VALUE
        WHEN "D"
            MOVE HS-NUM-VALUE TO WS-HIST-DATE-EDIT
            MOVE WS-HIST-DATE-EDIT TO HIST-D-VALUE
        WHEN OTHER
            MOVE HS-NUM-VALUE TO WS-HIST-VALUE-EDIT
            MOVE WS-HIST-VALUE-EDIT TO HIST-D-VALUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-HIST-OUT-AT = 0
            MOVE "FIRST" TO HIST-D-CHANGE
        WHEN HS-ERROR-FLAG = "E"
            IF HO-ERROR-FLAG(WS-HIST-OUT-AT) = "E"
                MOVE "STILL IN ERROR" TO HIST-D-CHANGE
            ELSE
                MOVE "NOW IN ERROR" TO HIST-D-CHANGE
            END-IF
        WHEN HO-ERROR-FLAG(WS-HIST-OUT-AT) = "E"
            MOVE "NOW CLEAN" TO HIST-D-CHANGE
        WHEN HO-TYPE(WS-HIST-OUT-AT) NOT = HS-RESULT-TYPE
            MOVE "TYPE CHANGED" TO HIST-D-CHANGE
        WHEN HS-RESULT-TYPE = "S"
            IF HO-STR-VALUE(WS-HIST-OUT-AT) = HS-STR-VALUE
                MOVE "UNCHANGED" TO HIST-D-CHANGE
            ELSE
                MOVE "CHANGED" TO HIST-D-CHANGE
            END-IF
        WHEN HO-NUM-VALUE(WS-HIST-OUT-AT) = HS-NUM-VALUE
            MOVE "UNCHANGED" TO HIST-D-CHANGE
        WHEN HS-RESULT-TYPE = "N"
            COMPUTE WS-HIST-DIFF =
                HS-NUM-VALUE - HO-NUM-VALUE(WS-HIST-OUT-AT)
            MOVE WS-HIST-DIFF TO WS-HIST-DIFF-EDIT
            MOVE WS-HIST-DIFF-EDIT TO HIST-D-CHANGE
        WHEN OTHER
            MOVE "CHANGED" TO HIST-D-CHANGE
    END-EVALUATE
    EXIT.

WRITE-HISTORY-LINE SECTION.
    IF WS-HISTORY-RPT-OPEN = "Y"
        MOVE WS-HIST-LINE TO HISTORY-RPT-RECORD
        WRITE HISTORY-RPT-RECORD
        IF WS-HISTORY-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: history extract write failed, status="
                WS-HISTORY-RPT-STATUS
            CLOSE HISTORY-RPT-FILE
            MOVE "N" TO WS-HISTORY-RPT-OPEN
        END-IF
    END-IF
    MOVE SPACES TO WS-HIST-LINE
    EXIT.

*> A run abandoned before its results file was opened leaves the
*> prior run's file behind; summarizing that as this run's would
*> be wrong, so there is nothing to summarize.
SUMMARIZE-THIS-RUN SECTION.
    IF WS-RESULTS-WRITTEN = "Y"
        PERFORM WRITE-RESULTS-SUMMARY
    ELSE
        DISPLAY "No results written this run - no summary."
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Results summary. The results file is closed by now; read it
*> back, file every detail record into its innermost key group,
*> then list the groups in key order with a total line wherever an
*> outer segment changes. The trailer, if there is one, is only
*> compared against - it is not a result.
*> --------------------------------------------------------------
WRITE-RESULTS-SUMMARY SECTION.
    MOVE 0 TO WS-SUM-LEVELS
    PERFORM VARYING WS-SUM-L FROM 1 BY 1
        UNTIL WS-SUM-L > 3 OR SUM-BREAK-LEN(WS-SUM-L) = 0
        MOVE WS-SUM-L TO WS-SUM-LEVELS
    END-PERFORM
    MOVE 0 TO WS-SUM-GROUP-COUNT
    MOVE 0 TO WS-SUM-OVERFLOW
    PERFORM VARYING WS-SUM-L FROM 1 BY 1 UNTIL WS-SUM-L > 4
        INITIALIZE SUM-LEVEL-TOTALS(WS-SUM-L)
    END-PERFORM
    MOVE "N" TO WS-SUM-TRAIL-SEEN
    MOVE "N" TO WS-SUM-PAST-TRAIL
    OPEN INPUT RESULTS-FILE
    IF WS-RESULTS-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: unable to reread results file, status="
            WS-RESULTS-FILE-STATUS " - no results summary"
    ELSE
        MOVE "N" TO WS-SUM-EOF
        PERFORM UNTIL WS-SUM-EOF = "Y"
            READ RESULTS-FILE
                AT END
                    MOVE "Y" TO WS-SUM-EOF
                NOT AT END
                    PERFORM SUMMARIZE-ONE-RESULT
            END-READ
        END-PERFORM
        CLOSE RESULTS-FILE
        OPEN OUTPUT SUMMARY-RPT-FILE
        IF WS-SUMMARY-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: unable to open results summary, status="
                WS-SUMMARY-RPT-STATUS " - run continues without it"
        ELSE
            MOVE "Y" TO WS-SUMMARY-RPT-OPEN
            PERFORM WRITE-SUMMARY-HEADING
            PERFORM VARYING WS-SUM-G FROM 1 BY 1
                UNTIL WS-SUM-G > WS-SUM-GROUP-COUNT
                PERFORM LIST-SUMMARY-GROUP
            END-PERFORM
            IF WS-SUM-GROUP-COUNT > 0
                MOVE 1 TO WS-SUM-BREAK-AT
                PERFORM CLOSE-SUMMARY-BREAKS
            END-IF
            PERFORM WRITE-SUMMARY-GRAND
            CLOSE SUMMARY-RPT-FILE
            MOVE "N" TO WS-SUMMARY-RPT-OPEN
        END-IF
        DISPLAY "Results summary: " WS-SUM-GROUP-COUNT " groups, "
            SL-RECORDS(4) " records."
    END-IF
    EXIT.

*> Every detail record counts in the grand total; a keyed break
*> needs a group slot as well.
SUMMARIZE-ONE-RESULT SECTION.
    IF WS-SUM-TRAIL-SEEN = "Y"
        MOVE "Y" TO WS-SUM-PAST-TRAIL
    END-IF
    IF TL-TRAILER-TAG = "*TRAIL"
        MOVE "Y" TO WS-SUM-TRAIL-SEEN
        MOVE TL-RECORD-COUNT TO WS-SUM-TL-RECORD-COUNT
        MOVE TL-ERROR-COUNT TO WS-SUM-TL-ERROR-COUNT
        MOVE TL-HASH-TOTAL TO WS-SUM-TL-HASH-TOTAL
    ELSE
        INITIALIZE WS-SUM-ROLL
        MOVE 1 TO SR-RECORDS
        IF RS-ERROR-FLAG = "E"
            MOVE 1 TO SR-ERRORS
        END-IF
        MOVE RS-NUM-VALUE TO SR-TOTAL
        IF RS-RESULT-TYPE = "N" AND RS-ERROR-FLAG NOT = "E"
            MOVE 1 TO SR-PRICED
            MOVE RS-NUM-VALUE TO SR-PRICED-TOTAL
            MOVE RS-NUM-VALUE TO SR-MIN
            MOVE RS-NUM-VALUE TO SR-MAX
        END-IF
        MOVE 4 TO WS-SUM-L
        PERFORM ADD-SUMMARY-ROLL
        IF WS-SUM-LEVELS > 0
            PERFORM FILE-SUMMARY-GROUP
        END-IF
    END-IF
    EXIT.

*> Binary search of the groups for this record's key; a new key is
*> opened where the search stopped, later groups moving down one.
FILE-SUMMARY-GROUP SECTION.
    MOVE SPACES TO WS-SUM-NEW-KEY
    PERFORM VARYING WS-SUM-L FROM 1 BY 1
        UNTIL WS-SUM-L > WS-SUM-LEVELS
        MOVE RS-BUS-KEY(SUM-BREAK-START(WS-SUM-L):
            SUM-BREAK-LEN(WS-SUM-L)) TO SUM-NEW-SEG(WS-SUM-L)
    END-PERFORM
    MOVE "N" TO WS-SUM-FOUND
    MOVE 1 TO WS-SUM-LOW
    MOVE WS-SUM-GROUP-COUNT TO WS-SUM-HIGH
    PERFORM UNTIL WS-SUM-FOUND = "Y" OR WS-SUM-LOW > WS-SUM-HIGH
        COMPUTE WS-SUM-MID = (WS-SUM-LOW + WS-SUM-HIGH) / 2
        EVALUATE TRUE
            WHEN SG-KEY(WS-SUM-MID) = WS-SUM-NEW-KEY
                MOVE "Y" TO WS-SUM-FOUND
                MOVE WS-SUM-MID TO WS-SUM-AT
            WHEN SG-KEY(WS-SUM-MID) < WS-SUM-NEW-KEY
                COMPUTE WS-SUM-LOW = WS-SUM-MID + 1
            WHEN OTHER
                COMPUTE WS-SUM-HIGH = WS-SUM-MID - 1
        END-EVALUATE
    END-PERFORM
    IF WS-SUM-FOUND = "N"
        IF WS-SUM-GROUP-COUNT >= 5000
            ADD 1 TO WS-SUM-OVERFLOW
        ELSE
            MOVE WS-SUM-LOW TO WS-SUM-AT
            PERFORM VARYING WS-SUM-G FROM WS-SUM-GROUP-COUNT BY -1
                UNTIL WS-SUM-G < WS-SUM-AT
                MOVE SUM-GROUPS(WS-SUM-G) TO SUM-GROUPS(WS-SUM-G + 1)
            END-PERFORM
            ADD 1 TO WS-SUM-GROUP-COUNT
            MOVE WS-SUM-NEW-KEY TO SG-KEY(WS-SUM-AT)
            INITIALIZE SG-COUNTS(WS-SUM-AT)
            MOVE "Y" TO WS-SUM-FOUND
        END-IF
    END-IF
    IF WS-SUM-FOUND = "Y"
        PERFORM ADD-SUMMARY-GROUP
    END-IF
    EXIT.

ADD-SUMMARY-GROUP SECTION.
    ADD SR-RECORDS TO SG-RECORDS(WS-SUM-AT)
    ADD SR-ERRORS TO SG-ERRORS(WS-SUM-AT)
    ADD SR-TOTAL TO SG-TOTAL(WS-SUM-AT)
    IF SR-PRICED > 0
        IF SG-PRICED(WS-SUM-AT) = 0
            OR SR-MIN < SG-MIN(WS-SUM-AT)
            MOVE SR-MIN TO SG-MIN(WS-SUM-AT)
        END-IF
        IF SG-PRICED(WS-SUM-AT) = 0
            OR SR-MAX > SG-MAX(WS-SUM-AT)
            MOVE SR-MAX TO SG-MAX(WS-SUM-AT)
        END-IF
        ADD SR-PRICED TO SG-PRICED(WS-SUM-AT)
        ADD SR-PRICED-TOTAL TO SG-PRICED-TOTAL(WS-SUM-AT)
    END-IF
    EXIT.

*> Add WS-SUM-ROLL into level WS-SUM-L's accumulators.
ADD-SUMMARY-ROLL SECTION.
    ADD SR-RECORDS TO SL-RECORDS(WS-SUM-L)
    ADD SR-ERRORS TO SL-ERRORS(WS-SUM-L)
    ADD SR-TOTAL TO SL-TOTAL(WS-SUM-L)
    IF SR-PRICED > 0
        IF SL-PRICED(WS-SUM-L) = 0
            OR SR-MIN < SL-MIN(WS-SUM-L)
            MOVE SR-MIN TO SL-MIN(WS-SUM-L)
        END-IF
        IF SL-PRICED(WS-SUM-L) = 0
            OR SR-MAX > SL-MAX(WS-SUM-L)
            MOVE SR-MAX TO SL-MAX(WS-SUM-L)
        END-IF
        ADD SR-PRICED TO SL-PRICED(WS-SUM-L)
        ADD SR-PRICED-TOTAL TO SL-PRICED-TOTAL(WS-SUM-L)
    END-IF
    EXIT.

WRITE-SUMMARY-HEADING SECTION.
    MOVE SPACES TO WS-SUM-LINE
    STRING "RESULTS SUMMARY - " FUNCTION TRIM(WS-RESULTS-FILE-NAME)
        "  RUN DATE " WS-RUN-DATE "  AS-OF " WS-AS-OF-DATE
        DELIMITED BY SIZE INTO WS-SUM-LINE
    END-STRING
    PERFORM WRITE-SUMMARY-LINE
    MOVE "BREAKS ON BUSINESS KEY POSITIONS:" TO WS-SUM-LINE
    MOVE 35 TO WS-SUM-KEY-PTR
    PERFORM VARYING WS-SUM-L FROM 1 BY 1
        UNTIL WS-SUM-L > WS-SUM-LEVELS
        COMPUTE WS-SUM-NUM-LEN = SUM-BREAK-START(WS-SUM-L)
            + SUM-BREAK-LEN(WS-SUM-L) - 1
        STRING "  LEVEL " WS-SUM-L " " SUM-BREAK-START(WS-SUM-L)
            "-" WS-SUM-NUM-LEN
            DELIMITED BY SIZE INTO WS-SUM-LINE
            WITH POINTER WS-SUM-KEY-PTR
        END-STRING
    END-PERFORM
    IF WS-SUM-LEVELS = 0
        MOVE "NO BREAKS - GRAND TOTAL ONLY" TO WS-SUM-LINE(35:40)
    END-IF
    PERFORM WRITE-SUMMARY-LINE
    PERFORM WRITE-SUMMARY-LINE
    MOVE WS-SUM-HEADING TO WS-SUM-LINE
    PERFORM WRITE-SUMMARY-LINE
    EXIT.

*> One group: close the breaks its key opens (outermost segment
*> that differs from the group before), print the group as the
*> innermost level, and roll it into every outer level.
LIST-SUMMARY-GROUP SECTION.
    IF WS-SUM-G > 1
        MOVE 0 TO WS-SUM-BREAK-AT
        PERFORM VARYING WS-SUM-L FROM 1 BY 1
            UNTIL WS-SUM-L >= WS-SUM-LEVELS OR WS-SUM-BREAK-AT > 0
            IF SG-SEG(WS-SUM-G, WS-SUM-L)
                NOT = SG-SEG(WS-SUM-G - 1, WS-SUM-L)
                MOVE WS-SUM-L TO WS-SUM-BREAK-AT
            END-IF
        END-PERFORM
        IF WS-SUM-BREAK-AT > 0
            PERFORM CLOSE-SUMMARY-BREAKS
        END-IF
    END-IF
    MOVE SG-COUNTS(WS-SUM-G) TO WS-SUM-ROLL
    MOVE WS-SUM-LEVELS TO WS-SUM-L
    PERFORM BUILD-SUMMARY-KEY
    PERFORM WRITE-SUMMARY-DETAIL
    PERFORM VARYING WS-SUM-L FROM 1 BY 1
        UNTIL WS-SUM-L >= WS-SUM-LEVELS
        PERFORM ADD-SUMMARY-ROLL
    END-PERFORM
    EXIT.

*> Print and clear the outer levels from the innermost one above the
*> groups out to level WS-SUM-BREAK-AT. The key shown is the group
*> just listed - WS-SUM-G - 1 when called ahead of group WS-SUM-G.
CLOSE-SUMMARY-BREAKS SECTION.
    MOVE WS-SUM-LEVELS TO WS-SUM-L
    PERFORM UNTIL WS-SUM-L <= WS-SUM-BREAK-AT
        SUBTRACT 1 FROM WS-SUM-L
        MOVE SUM-LEVEL-TOTALS(WS-SUM-L) TO WS-SUM-ROLL
        SUBTRACT 1 FROM WS-SUM-G
        PERFORM BUILD-SUMMARY-KEY
        ADD 1 TO WS-SUM-G
        PERFORM WRITE-SUMMARY-DETAIL
        PERFORM WRITE-SUMMARY-LINE
        INITIALIZE SUM-LEVEL-TOTALS(WS-SUM-L)
    END-PERFORM
    EXIT.

*> Segments 1 to WS-SUM-L of group WS-SUM-G, each at its own length.
BUILD-SUMMARY-KEY SECTION.
    MOVE SPACES TO WS-SUM-KEY-TEXT
    MOVE 1 TO WS-SUM-KEY-PTR
    PERFORM VARYING WS-SUM-AT FROM 1 BY 1 UNTIL WS-SUM-AT > WS-SUM-L
        STRING SG-SEG(WS-SUM-G, WS-SUM-AT)
            (1:SUM-BREAK-LEN(WS-SUM-AT)) " "
            DELIMITED BY SIZE INTO WS-SUM-KEY-TEXT
            WITH POINTER WS-SUM-KEY-PTR
        END-STRING
    END-PERFORM
    IF WS-SUM-KEY-TEXT = SPACES
        MOVE "(NO KEY)" TO WS-SUM-KEY-TEXT
    END-IF
    EXIT.

*> WS-SUM-ROLL as a report line at level WS-SUM-L (4 = grand). No
*> clean numeric result means no minimum, maximum or average.
WRITE-SUMMARY-DETAIL SECTION.
    IF WS-SUM-L = 4
        MOVE "GRAND" TO SUM-D-LEVEL
        MOVE SPACES TO SUM-D-KEY
    ELSE
        MOVE SPACES TO SUM-D-LEVEL
        STRING "LEVEL " WS-SUM-L DELIMITED BY SIZE INTO SUM-D-LEVEL
        END-STRING
        MOVE WS-SUM-KEY-TEXT TO SUM-D-KEY
    END-IF
    MOVE SR-RECORDS TO SUM-D-RECORDS
    MOVE SR-ERRORS TO SUM-D-ERRORS
    MOVE SR-TOTAL TO SUM-D-TOTAL
    IF SR-PRICED = 0
        MOVE SPACES TO SUM-D-MIN-X
        MOVE SPACES TO SUM-D-MAX-X
        MOVE SPACES TO SUM-D-AVERAGE-X
    ELSE
        MOVE SR-MIN TO SUM-D-MIN
        MOVE SR-MAX TO SUM-D-MAX
        COMPUTE WS-SUM-AVERAGE ROUNDED = SR-PRICED-TOTAL / SR-PRICED
        MOVE WS-SUM-AVERAGE TO SUM-D-AVERAGE
    END-IF
    MOVE WS-SUM-DETAIL TO WS-SUM-LINE
    PERFORM WRITE-SUMMARY-LINE
    EXIT.

*> Grand totals, then the trailer they must tie to: same record and
*> error counts, and the total cut to the hash field's width the
*> way the trailer's own truncating sum was.
WRITE-SUMMARY-GRAND SECTION.
    MOVE 4 TO WS-SUM-L
    MOVE SUM-LEVEL-TOTALS(4) TO WS-SUM-ROLL
    PERFORM WRITE-SUMMARY-DETAIL
    IF WS-SUM-OVERFLOW > 0
        MOVE SPACES TO WS-SUM-LINE
        STRING "*** " WS-SUM-OVERFLOW " RECORDS BEYOND THE 5000-GROUP "
            "TABLE - IN THE GRAND TOTAL ONLY ***"
            DELIMITED BY SIZE INTO WS-SUM-LINE
        END-STRING
        PERFORM WRITE-SUMMARY-LINE
    END-IF
    PERFORM WRITE-SUMMARY-LINE
    IF WS-SUM-TRAIL-SEEN = "N"
        MOVE "*** RESULTS FILE HAS NO TRAILER - NOT CERTIFIED COMPLETE"
            & " ***" TO WS-SUM-LINE
        PERFORM WRITE-SUMMARY-LINE
    ELSE
        MOVE WS-SUM-TL-HASH-TOTAL TO SUM-D-TOTAL
        MOVE SPACES TO WS-SUM-LINE
        STRING "TRAILER " WS-SUM-TL-RECORD-COUNT " RECORDS "
            WS-SUM-TL-ERROR-COUNT " ERRORS  HASH TOTAL " SUM-D-TOTAL
            DELIMITED BY SIZE INTO WS-SUM-LINE
        END-STRING
        PERFORM WRITE-SUMMARY-LINE
        MOVE SL-TOTAL(4) TO WS-SUM-HASH-CHECK
        IF WS-SUM-PAST-TRAIL = "N"
            AND WS-SUM-TL-RECORD-COUNT = SL-RECORDS(4)
            AND WS-SUM-TL-ERROR-COUNT = SL-ERRORS(4)
            AND WS-SUM-TL-HASH-TOTAL = WS-SUM-HASH-CHECK
            MOVE "*** GRAND TOTALS TIE TO THE RESULTS TRAILER ***"
                TO WS-SUM-LINE
        ELSE
            MOVE "*** GRAND TOTALS DO NOT TIE TO THE RESULTS TRAILER "
                & "***" TO WS-SUM-LINE
            DISPLAY "WARNING: results summary does not tie to the "
                "results trailer."
        END-IF
        PERFORM WRITE-SUMMARY-LINE
    END-IF
    EXIT.

WRITE-SUMMARY-LINE SECTION.
    IF WS-SUMMARY-RPT-OPEN = "Y"
        MOVE WS-SUM-LINE TO SUMMARY-RPT-RECORD
        WRITE SUMMARY-RPT-RECORD
        IF WS-SUMMARY-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: results summary write failed, status="
                WS-SUMMARY-RPT-STATUS
            CLOSE SUMMARY-RPT-FILE
            MOVE "N" TO WS-SUMMARY-RPT-OPEN
        END-IF
    END-IF
    MOVE SPACES TO WS-SUM-LINE
    EXIT.

*> --------------------------------------------------------------
*> Execution profile. PROFILE-START opens the count after the
*> self-check pack; PROFILE-MARK charges the time since the last
*> mark to phase WS-PF-PHASE (1 load, 2 validate, 3 evaluate,
*> 4 save), so a phase entered twice simply accumulates.
*> --------------------------------------------------------------
PROFILE-START SECTION.
    MOVE "Y" TO WS-PF-ACTIVE
    MOVE 0 TO WS-PF-NODE-EVALS
    INITIALIZE PF-TYPE-COUNTS
    INITIALIZE PF-PHASE-TIMES
    MOVE 0 TO WS-PF-PRIM-COUNT
    MOVE 0 TO WS-PF-PRIM-OTHER
    MOVE 0 TO WS-PF-FORM-COUNT
    MOVE 0 TO WS-PF-FORM-OTHER
    MOVE 0 TO WS-PF-CALL-SP
    MOVE 0 TO WS-PF-SCOPES-MADE
    MOVE 0 TO WS-PF-SCOPES-FREED
    MOVE 0 TO WS-PF-SCOPES-RECLAIMED
    MOVE 0 TO WS-PF-CLOSURES-MADE
    MOVE 0 TO WS-PF-CLOSURES-RECLAIMED
    MOVE 0 TO WS-PF-CLOSURE-CALLS
    MOVE 0 TO WS-PF-RECLAIM-CALLS
    MOVE 0 TO WS-PF-RECLAIM-PASSES
    MOVE 0 TO WS-PF-ROOT-COUNT
    MOVE 0 TO WS-PF-ROOTS-PROFILED
    PERFORM READ-PROFILE-CLOCK
    MOVE WS-PF-NOW TO WS-PF-LAST-MARK
    EXIT.

PROFILE-MARK SECTION.
    IF WS-PF-ACTIVE = "Y"
        PERFORM READ-PROFILE-CLOCK
        COMPUTE WS-PF-ELAPSED = WS-PF-NOW - WS-PF-LAST-MARK
        *> A run that crosses midnight: the clock has gone round.
        IF WS-PF-ELAPSED < 0
            ADD 8640000 TO WS-PF-ELAPSED
        END-IF
        ADD WS-PF-ELAPSED TO PF-PHASE-HUNDREDTHS(WS-PF-PHASE)
        MOVE WS-PF-NOW TO WS-PF-LAST-MARK
    END-IF
    EXIT.

READ-PROFILE-CLOCK SECTION.
    ACCEPT WS-PF-CLOCK FROM TIME
    COMPUTE WS-PF-NOW =
        ((PF-CLOCK-HH * 60 + PF-CLOCK-MM) * 60 + PF-CLOCK-SS) * 100
        + PF-CLOCK-CC
    EXIT.

*> Called from INTERP for every node evaluated.
PROFILE-NODE-EVAL SECTION.
    ADD 1 TO WS-PF-NODE-EVALS
    EVALUATE NODE-TYPE(NODE-IDX-STACK(WS-DEPTH))
        WHEN "NumC"
            MOVE 1 TO WS-PF-TYPE-AT
        WHEN "DatC"
            MOVE 2 TO WS-PF-TYPE-AT
        WHEN "StrC"
            MOVE 3 TO WS-PF-TYPE-AT
        WHEN "IdC"
            MOVE 4 TO WS-PF-TYPE-AT
        WHEN "IfC"
            MOVE 5 TO WS-PF-TYPE-AT
        WHEN "CondC"
            MOVE 6 TO WS-PF-TYPE-AT
        WHEN "AppC"
            MOVE 7 TO WS-PF-TYPE-AT
        WHEN "LamC"
            MOVE 8 TO WS-PF-TYPE-AT
        WHEN "DefC"
            MOVE 9 TO WS-PF-TYPE-AT
        WHEN OTHER
            MOVE 10 TO WS-PF-TYPE-AT
    END-EVALUATE
    ADD 1 TO PF-TYPE-COUNT(WS-PF-TYPE-AT)
    EXIT.

*> Called from INTERP-APPC for every PrimOp node, whether or not its
*> arity then passes.
PROFILE-PRIMOP SECTION.
    MOVE 0 TO WS-PF-J
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I > WS-PF-PRIM-COUNT OR WS-PF-J > 0
        IF PF-PRIM-SYM(WS-PF-I) = SYM(NODE-IDX-STACK(WS-DEPTH))
            MOVE WS-PF-I TO WS-PF-J
        END-IF
    END-PERFORM
    IF WS-PF-J = 0 AND WS-PF-PRIM-COUNT < 100
        ADD 1 TO WS-PF-PRIM-COUNT
        MOVE WS-PF-PRIM-COUNT TO WS-PF-J
        MOVE SYM(NODE-IDX-STACK(WS-DEPTH)) TO PF-PRIM-SYM(WS-PF-J)
        MOVE 0 TO PF-PRIM-EVALS(WS-PF-J)
    END-IF
    IF WS-PF-J = 0
        ADD 1 TO WS-PF-PRIM-OTHER
    ELSE
        ADD 1 TO PF-PRIM-EVALS(WS-PF-J)
    END-IF
    EXIT.

*> A call to the formula named WS-PF-NAME begins: count it and push
*> where the node count stood.
PROFILE-CALL-ENTER SECTION.
    ADD 1 TO WS-PF-CLOSURE-CALLS
    MOVE 0 TO WS-PF-FORM-AT
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I > WS-PF-FORM-COUNT OR WS-PF-FORM-AT > 0
        IF PF-FORM-NAME(WS-PF-I) = WS-PF-NAME
            MOVE WS-PF-I TO WS-PF-FORM-AT
        END-IF
    END-PERFORM
    IF WS-PF-FORM-AT = 0 AND WS-PF-FORM-COUNT < 500
        ADD 1 TO WS-PF-FORM-COUNT
        MOVE WS-PF-FORM-COUNT TO WS-PF-FORM-AT
        MOVE WS-PF-NAME TO PF-FORM-NAME(WS-PF-FORM-AT)
        MOVE 0 TO PF-FORM-CALLS(WS-PF-FORM-AT)
        MOVE 0 TO PF-FORM-NODES(WS-PF-FORM-AT)
        MOVE 0 TO PF-FORM-ACTIVE(WS-PF-FORM-AT)
    END-IF
    IF WS-PF-FORM-AT = 0
        ADD 1 TO WS-PF-FORM-OTHER
    ELSE
        ADD 1 TO PF-FORM-CALLS(WS-PF-FORM-AT)
        ADD 1 TO PF-FORM-ACTIVE(WS-PF-FORM-AT)
    END-IF
    IF WS-PF-CALL-SP < 120
        ADD 1 TO WS-PF-CALL-SP
        MOVE WS-PF-FORM-AT TO PF-CALL-FORM(WS-PF-CALL-SP)
        MOVE WS-PF-NODE-EVALS TO PF-CALL-START(WS-PF-CALL-SP)
    END-IF
    EXIT.

*> The innermost call in progress returns. Only the outermost call
*> of a name in progress charges its node evaluations to the name.
PROFILE-CALL-EXIT SECTION.
    IF WS-PF-CALL-SP > 0
        MOVE PF-CALL-FORM(WS-PF-CALL-SP) TO WS-PF-FORM-AT
        IF WS-PF-FORM-AT > 0
            SUBTRACT 1 FROM PF-FORM-ACTIVE(WS-PF-FORM-AT)
            IF PF-FORM-ACTIVE(WS-PF-FORM-AT) = 0
                COMPUTE PF-FORM-NODES(WS-PF-FORM-AT) =
                    PF-FORM-NODES(WS-PF-FORM-AT) + WS-PF-NODE-EVALS
                    - PF-CALL-START(WS-PF-CALL-SP)
            END-IF
        END-IF
        SUBTRACT 1 FROM WS-PF-CALL-SP
    END-IF
    EXIT.

PROFILE-ROOT-START SECTION.
    MOVE WS-PF-NODE-EVALS TO WS-PF-ROOT-START
    MOVE WS-PF-CLOSURE-CALLS TO WS-PF-ROOT-CALLS-START
    MOVE WS-PF-SCOPES-MADE TO WS-PF-ROOT-SCOPES-START
    EXIT.

*> File the root just evaluated among the twenty dearest, ahead of
*> the first one it cost more than; ties keep root order.
PROFILE-ROOT-END SECTION.
    ADD 1 TO WS-PF-ROOTS-PROFILED
    MOVE WS-ROOT-SEQ TO PF-NEW-SEQ
    MOVE WS-CUR-ROOT-KEY TO PF-NEW-KEY
    MOVE WS-EVAL-NODE-IDX TO PF-NEW-NODE
    COMPUTE PF-NEW-NODES = WS-PF-NODE-EVALS - WS-PF-ROOT-START
    COMPUTE PF-NEW-CALLS = WS-PF-CLOSURE-CALLS - WS-PF-ROOT-CALLS-START
    COMPUTE PF-NEW-SCOPES = WS-PF-SCOPES-MADE - WS-PF-ROOT-SCOPES-START
    MOVE 0 TO WS-PF-J
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I > WS-PF-ROOT-COUNT OR WS-PF-J > 0
        IF PF-NEW-NODES > PF-ROOT-NODES(WS-PF-I)
            MOVE WS-PF-I TO WS-PF-J
        END-IF
    END-PERFORM
    IF WS-PF-J = 0
        COMPUTE WS-PF-J = WS-PF-ROOT-COUNT + 1
    END-IF
    IF WS-PF-J <= 20
        IF WS-PF-ROOT-COUNT < 20
            ADD 1 TO WS-PF-ROOT-COUNT
        END-IF
        PERFORM VARYING WS-PF-I FROM WS-PF-ROOT-COUNT BY -1
            UNTIL WS-PF-I <= WS-PF-J
            MOVE PF-ROOTS(WS-PF-I - 1) TO PF-ROOTS(WS-PF-I)
        END-PERFORM
        MOVE PF-ROOT-NEW TO PF-ROOTS(WS-PF-J)
    END-IF
    EXIT.

*> Dearest formula first: an exchange sort of the name table on
*> node evaluations, most calls breaking a tie.
SORT-PROFILE-FORMULAS SECTION.
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I >= WS-PF-FORM-COUNT
        PERFORM VARYING WS-PF-J FROM WS-PF-FORM-COUNT BY -1
            UNTIL WS-PF-J <= WS-PF-I
            IF PF-FORM-NODES(WS-PF-J) > PF-FORM-NODES(WS-PF-J - 1)
                OR (PF-FORM-NODES(WS-PF-J) = PF-FORM-NODES(WS-PF-J - 1)
                AND PF-FORM-CALLS(WS-PF-J) > PF-FORM-CALLS(WS-PF-J - 1))
                MOVE PF-FORMS(WS-PF-J) TO PF-FORM-HOLD
                MOVE PF-FORMS(WS-PF-J - 1) TO PF-FORMS(WS-PF-J)
                MOVE PF-FORM-HOLD TO PF-FORMS(WS-PF-J - 1)
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT.

WRITE-PROFILE-REPORT SECTION.
    MOVE "N" TO WS-PF-ACTIVE
    OPEN OUTPUT PROFILE-RPT-FILE
    IF WS-PROFILE-RPT-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open profile report, status="
            WS-PROFILE-RPT-STATUS " - run continues without it"
    ELSE
        MOVE "Y" TO WS-PROFILE-RPT-OPEN
        MOVE SPACES TO WS-PF-LINE
        STRING "EXECUTION PROFILE - RUN DATE " WS-RUN-DATE
            "  MODE " WS-RUN-MODE "  AS-OF " WS-AS-OF-DATE
            DELIMITED BY SIZE INTO WS-PF-LINE
        END-STRING
        PERFORM WRITE-PROFILE-LINE
        PERFORM WRITE-PROFILE-PHASES
        PERFORM WRITE-PROFILE-NODE-TYPES
        PERFORM WRITE-PROFILE-PRIMOPS
        PERFORM WRITE-PROFILE-CHURN
        PERFORM WRITE-PROFILE-FORMULAS
        PERFORM WRITE-PROFILE-ROOTS
        CLOSE PROFILE-RPT-FILE
        MOVE "N" TO WS-PROFILE-RPT-OPEN
    END-IF
    EXIT.

WRITE-PROFILE-PHASES SECTION.
    PERFORM WRITE-PROFILE-LINE
    MOVE "PHASE ELAPSED TIME (SECONDS)" TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    MOVE 0 TO WS-PF-TOTAL-TIME
    PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 4
        MOVE PF-PHASE-NAME(WS-PF-I) TO PF-T-LABEL
        COMPUTE WS-PF-SECONDS = PF-PHASE-HUNDREDTHS(WS-PF-I) / 100
        MOVE WS-PF-SECONDS TO PF-T-SECONDS
        MOVE WS-PF-TIME-LINE TO WS-PF-LINE
        PERFORM WRITE-PROFILE-LINE
        ADD PF-PHASE-HUNDREDTHS(WS-PF-I) TO WS-PF-TOTAL-TIME
    END-PERFORM
    MOVE "TOTAL" TO PF-T-LABEL
    COMPUTE WS-PF-SECONDS = WS-PF-TOTAL-TIME / 100
    MOVE WS-PF-SECONDS TO PF-T-SECONDS
    MOVE WS-PF-TIME-LINE TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    EXIT.

WRITE-PROFILE-NODE-TYPES SECTION.
    PERFORM WRITE-PROFILE-LINE
    MOVE "NODE EVALUATIONS BY NODE TYPE" TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    MOVE WS-PF-NODE-EVALS TO WS-PF-TOTAL
    PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 10
        IF PF-TYPE-COUNT(WS-PF-I) > 0
            MOVE PF-TYPE-NAME(WS-PF-I) TO PF-C-LABEL
            MOVE PF-TYPE-COUNT(WS-PF-I) TO WS-PF-COUNT
            PERFORM WRITE-PROFILE-COUNT
        END-IF
    END-PERFORM
    MOVE "TOTAL" TO PF-C-LABEL
    MOVE WS-PF-NODE-EVALS TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    EXIT.

*> Busiest symbol first: each pass lists the largest count not yet
*> listed.
WRITE-PROFILE-PRIMOPS SECTION.
    PERFORM WRITE-PROFILE-LINE
    MOVE "PRIMOP EVALUATIONS BY SYMBOL" TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    MOVE 0 TO WS-PF-TOTAL
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I > WS-PF-PRIM-COUNT
        MOVE "N" TO PF-PRIM-LISTED(WS-PF-I)
        ADD PF-PRIM-EVALS(WS-PF-I) TO WS-PF-TOTAL
    END-PERFORM
    ADD WS-PF-PRIM-OTHER TO WS-PF-TOTAL
    PERFORM WS-PF-PRIM-COUNT TIMES
        MOVE 0 TO WS-PF-J
        PERFORM VARYING WS-PF-I FROM 1 BY 1
            UNTIL WS-PF-I > WS-PF-PRIM-COUNT
            IF PF-PRIM-LISTED(WS-PF-I) = "N"
                IF WS-PF-J = 0
                    MOVE WS-PF-I TO WS-PF-J
                ELSE
                    IF PF-PRIM-EVALS(WS-PF-I) > PF-PRIM-EVALS(WS-PF-J)
                        MOVE WS-PF-I TO WS-PF-J
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        MOVE "Y" TO PF-PRIM-LISTED(WS-PF-J)
        MOVE PF-PRIM-SYM(WS-PF-J) TO PF-C-LABEL
        MOVE PF-PRIM-EVALS(WS-PF-J) TO WS-PF-COUNT
        PERFORM WRITE-PROFILE-COUNT
    END-PERFORM
    IF WS-PF-PRIM-OTHER > 0
        MOVE "(symbols past the table)" TO PF-C-LABEL
        MOVE WS-PF-PRIM-OTHER TO WS-PF-COUNT
        PERFORM WRITE-PROFILE-COUNT
    END-IF
    MOVE "TOTAL" TO PF-C-LABEL
    MOVE WS-PF-TOTAL TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    EXIT.

WRITE-PROFILE-CHURN SECTION.
    PERFORM WRITE-PROFILE-LINE
    MOVE "SCOPE AND CLOSURE POOL CHURN" TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    MOVE 0 TO WS-PF-TOTAL
    MOVE "CLOSURE CALLS" TO PF-C-LABEL
    MOVE WS-PF-CLOSURE-CALLS TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "SCOPES OPENED" TO PF-C-LABEL
    MOVE WS-PF-SCOPES-MADE TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "SCOPES RELEASED ON RETURN" TO PF-C-LABEL
    MOVE WS-PF-SCOPES-FREED TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "SCOPES RECLAIMED" TO PF-C-LABEL
    MOVE WS-PF-SCOPES-RECLAIMED TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "CLOSURES CREATED" TO PF-C-LABEL
    MOVE WS-PF-CLOSURES-MADE TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "CLOSURES RECLAIMED" TO PF-C-LABEL
    MOVE WS-PF-CLOSURES-RECLAIMED TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "RECLAIM-POOLS CALLS" TO PF-C-LABEL
    MOVE WS-PF-RECLAIM-CALLS TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE "RECLAIM-POOLS PASSES" TO PF-C-LABEL
    MOVE WS-PF-RECLAIM-PASSES TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    EXIT.

*> Every formula called, dearest first. SHARE is its part of all
*> node evaluations; nested formulas are inside their callers' too,
*> so the shares do not add up to 100.
WRITE-PROFILE-FORMULAS SECTION.
    PERFORM SORT-PROFILE-FORMULAS
    PERFORM WRITE-PROFILE-LINE
    MOVE "FORMULAS RANKED BY NODE EVALUATIONS INSIDE THEIR CALLS"
        TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    MOVE WS-PF-FORM-HEADING TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I > WS-PF-FORM-COUNT
        MOVE WS-PF-I TO PF-F-RANK
        MOVE PF-FORM-NAME(WS-PF-I) TO PF-F-NAME
        MOVE PF-FORM-CALLS(WS-PF-I) TO PF-F-CALLS
        MOVE PF-FORM-NODES(WS-PF-I) TO PF-F-NODES
        MOVE 0 TO PF-F-PER-CALL
        IF PF-FORM-CALLS(WS-PF-I) > 0
            COMPUTE PF-F-PER-CALL ROUNDED =
                PF-FORM-NODES(WS-PF-I) / PF-FORM-CALLS(WS-PF-I)
        END-IF
        MOVE 0 TO PF-F-PCT
        IF WS-PF-NODE-EVALS > 0
            COMPUTE PF-F-PCT ROUNDED =
                PF-FORM-NODES(WS-PF-I) * 100 / WS-PF-NODE-EVALS
        END-IF
        MOVE WS-PF-FORM-DETAIL TO WS-PF-LINE
        PERFORM WRITE-PROFILE-LINE
    END-PERFORM
    IF WS-PF-FORM-COUNT = 0
        MOVE "  (no formula was called)" TO WS-PF-LINE
        PERFORM WRITE-PROFILE-LINE
    END-IF
    IF WS-PF-FORM-OTHER > 0
        MOVE 0 TO WS-PF-TOTAL
        MOVE "CALLS PAST THE NAME TABLE" TO PF-C-LABEL
        MOVE WS-PF-FORM-OTHER TO WS-PF-COUNT
        PERFORM WRITE-PROFILE-COUNT
    END-IF
    EXIT.

WRITE-PROFILE-ROOTS SECTION.
    PERFORM WRITE-PROFILE-LINE
    MOVE "COSTLIEST ROOTS BY NODE EVALUATIONS (TOP 20)" TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    MOVE 0 TO WS-PF-TOTAL
    MOVE "ROOTS EVALUATED" TO PF-C-LABEL
    MOVE WS-PF-ROOTS-PROFILED TO WS-PF-COUNT
    PERFORM WRITE-PROFILE-COUNT
    MOVE WS-PF-ROOT-HEADING TO WS-PF-LINE
    PERFORM WRITE-PROFILE-LINE
    PERFORM VARYING WS-PF-I FROM 1 BY 1
        UNTIL WS-PF-I > WS-PF-ROOT-COUNT
        MOVE WS-PF-I TO PF-R-RANK
        MOVE PF-ROOT-SEQ(WS-PF-I) TO PF-R-SEQ
        MOVE PF-ROOT-KEY(WS-PF-I) TO PF-R-KEY
        MOVE PF-ROOT-NODE(WS-PF-I) TO PF-R-NODE
        MOVE PF-ROOT-NODES(WS-PF-I) TO PF-R-NODES
        MOVE PF-ROOT-CALLS(WS-PF-I) TO PF-R-CALLS
        MOVE PF-ROOT-SCOPES(WS-PF-I) TO PF-R-SCOPES
        MOVE WS-PF-ROOT-DETAIL TO WS-PF-LINE
        PERFORM WRITE-PROFILE-LINE
    END-PERFORM
    EXIT.

*> One count line, with its share of WS-PF-TOTAL when that is set.
WRITE-PROFILE-COUNT SECTION.
    MOVE WS-PF-COUNT TO PF-C-VALUE
    MOVE SPACES TO PF-C-PCT-SIGN
    IF WS-PF-TOTAL > 0
        COMPUTE WS-PF-PCT ROUNDED = WS-PF-COUNT * 100 / WS-PF-TOTAL
        MOVE WS-PF-PCT TO PF-C-PCT
        MOVE "%" TO PF-C-PCT-SIGN
    ELSE
        MOVE 0 TO PF-C-PCT
    END-IF
    MOVE WS-PF-COUNT-LINE TO WS-PF-LINE
    IF WS-PF-TOTAL = 0
        MOVE SPACES TO WS-PF-LINE(46:)
    END-IF
    PERFORM WRITE-PROFILE-LINE
    EXIT.

WRITE-PROFILE-LINE SECTION.
    IF WS-PROFILE-RPT-OPEN = "Y"
        MOVE WS-PF-LINE TO PROFILE-RPT-RECORD
        WRITE PROFILE-RPT-RECORD
        IF WS-PROFILE-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: profile report write failed, status="
                WS-PROFILE-RPT-STATUS
            CLOSE PROFILE-RPT-FILE
            MOVE "N" TO WS-PROFILE-RPT-OPEN
        END-IF
    END-IF
    MOVE SPACES TO WS-PF-LINE
    EXIT.

*> --------------------------------------------------------------
*> End-of-run statistics report: the numbers batch-window monitoring
*> and capacity planning need against the 10000-node pool and the
            MOVE WS-STAT-SCENARIOS TO WS-STATS-VALUE
            PERFORM WRITE-STATS-LINE
        END-IF
        IF WS-RUN-MODE = "DATASET"
            MOVE "POLICY MASTER RECORDS READ" TO WS-STATS-LABEL
            MOVE WS-STAT-MASTER-RECORDS TO WS-STATS-VALUE
            PERFORM WRITE-STATS-LINE
        END-IF
        IF WS-HIST-ATTEMPTED = "Y"
            MOVE "HISTORY RECORDS POSTED" TO WS-STATS-LABEL
            MOVE WS-STAT-HIST-POSTED TO WS-STATS-VALUE
            PERFORM WRITE-STATS-LINE
            MOVE "HISTORY RECORDS SKIPPED" TO WS-STATS-LABEL
            COMPUTE WS-STATS-VALUE =
                WS-STAT-HIST-KEYLESS + WS-STAT-HIST-DUPLICATE
            PERFORM WRITE-STATS-LINE
        END-IF
        IF WS-SUSP-ACTIVE = "Y"
            MOVE "SUSPENSE ENTRIES RETRIED" TO WS-STATS-LABEL
            MOVE WS-STAT-SUSP-LOADED TO WS-STATS-VALUE
            PERFORM WRITE-STATS-LINE
            MOVE "SUSPENSE ENTRIES CLEARED" TO WS-STATS-LABEL
            MOVE WS-STAT-SUSP-CLEARED TO WS-STATS-VALUE
            PERFORM WRITE-STATS-LINE
            MOVE "ROOTS NEWLY SUSPENDED" TO WS-STATS-LABEL
            MOVE WS-STAT-SUSP-NEW TO WS-STATS-VALUE
            PERFORM WRITE-STATS-LINE
        END-IF
        CLOSE STATS-FILE
    ELSE
        DISPLAY "ERROR: unable to open statistics file, status="
