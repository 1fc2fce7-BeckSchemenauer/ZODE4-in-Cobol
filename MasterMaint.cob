IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-MAINT.

*> Maintenance batch for the interpreter's two reference masters,
*> BINDINGS.DAT and RATETAB.DAT. A transaction file of ADD, CHANGE,
*> DELETE and EXPIRE requests is checked against the current master
*> and applied in file order; the run writes a new generation of
*> each master, appends a before/after image of every applied
*> change to the audit file, and lists every rejected transaction
*> with its reason. The masters themselves are only ever read -
*> operations promotes the new generation once the reject report
*> has been cleared.
*>
*> Change history:
*> 2026-10-15 Binding type D (a date): MT-VALUE carries YYYYMMDD
*>            and must be a real calendar date.
*> 2026-10-15 Written to replace hand edits of the bindings and
*>            rate-table files: one slipped column in a hand-edited
*>            amount changed every rate it touched, and nothing
*>            recorded who changed what.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> As in the interpreter, every data set name defaults to its usual
*> value and can be overridden from the run-control file.
    SELECT MAINT-CONTROL-FILE ASSIGN TO "MAINTCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-CONTROL-STATUS.
    SELECT BINDINGS-FILE ASSIGN TO DYNAMIC WS-BINDINGS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BINDINGS-FILE-STATUS.
    SELECT RATE-TABLE-FILE ASSIGN TO DYNAMIC WS-RATE-TABLE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-TABLE-STATUS.
    SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-TRANSACTION-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSACTION-STATUS.
    SELECT BINDINGS-OUT-FILE ASSIGN TO DYNAMIC WS-BINDINGS-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BINDINGS-OUT-STATUS.
    SELECT RATE-TABLE-OUT-FILE ASSIGN TO DYNAMIC WS-RATE-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-OUT-STATUS.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT REJECT-RPT-FILE ASSIGN TO DYNAMIC WS-REJECT-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Run-control parameters, one KEYWORD=VALUE per record ("*" in
*> column 1 comments a record out). See APPLY-MAINT-CONTROL.
FD  MAINT-CONTROL-FILE.
01  MAINT-CONTROL-RECORD    PIC X(80).

*> The interpreter's bindings layout, unchanged.
FD  BINDINGS-FILE.
01  BINDINGS-FILE-RECORD.
    05 BF-NAME              PIC X(50).
    05 BF-TYPE              PIC X(1).
    05 BF-NUM-VALUE         PIC S9(9)V99.
    05 BF-STR-VALUE         PIC X(50).
    05 BF-EFF-FROM          PIC 9(8).
    05 BF-EFF-TO            PIC 9(8).

*> The interpreter's rate-table layout, unchanged.
FD  RATE-TABLE-FILE.
01  RATE-TABLE-RECORD.
    05 RB-TABLE-NAME        PIC X(20).
    05 RB-BAND-LOW          PIC S9(9)V99.
    05 RB-BAND-VALUE        PIC S9(9)V99.

*> One maintenance request. Amounts are keyed as plain text with an
*> explicit decimal point ("1250.75", "-3.5") and checked here, so a
*> value keyed one column off is rejected instead of being read as
*> a different number. Dates are YYYYMMDD; spaces mean zero.
*>   MT-MASTER B - a binding: MT-NAME, MT-TYPE (N, S or D), MT-VALUE
*>               (the number, or the date as YYYYMMDD for D)
*>               or MT-STR-VALUE, MT-EFF-FROM/MT-EFF-TO. An entry is
*>               identified by name plus effective-from (zero for
*>               an undated entry), since a name may carry one
*>               entry per rate period.
*>   MT-MASTER R - a rate band: MT-NAME (table name), MT-BAND-LOW
*>               identifying the band, MT-VALUE its value.
*>   MT-ACTION   ADD, CHANGE (new value; for a binding also type
*>               and effective-to), DELETE, or EXPIRE (a binding
*>               only: sets effective-to to MT-EFF-TO).
FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD.
    05 MT-ACTION            PIC X(6).
    05 MT-MASTER            PIC X(1).
    05 MT-OPERATOR          PIC X(8).
    05 MT-NAME              PIC X(50).
    05 MT-TYPE              PIC X(1).
    05 MT-VALUE             PIC X(15).
    05 MT-STR-VALUE         PIC X(50).
    05 MT-BAND-LOW          PIC X(15).
    05 MT-EFF-FROM          PIC X(8).
    05 MT-EFF-TO            PIC X(8).

FD  BINDINGS-OUT-FILE.
01  BINDINGS-OUT-RECORD     PIC X(128).

FD  RATE-TABLE-OUT-FILE.
01  RATE-TABLE-OUT-RECORD   PIC X(42).

*> One record per applied transaction: when, who, what, and the
*> master record as it stood before and after (spaces before an ADD
*> and after a DELETE). Opened EXTEND, so the trail accumulates
*> across runs.
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05 AU-RUN-DATE          PIC 9(8).
    05 AU-RUN-TIME          PIC 9(6).
    05 AU-OPERATOR          PIC X(8).
    05 AU-TXN-SEQ           PIC 9(6).
    05 AU-ACTION            PIC X(6).
    05 AU-MASTER            PIC X(1).
    05 AU-BEFORE-IMAGE      PIC X(128).
    05 AU-AFTER-IMAGE       PIC X(128).

FD  REJECT-RPT-FILE.
01  REJECT-RPT-RECORD       PIC X(132).

WORKING-STORAGE SECTION.
01 WS-MAINT-CONTROL-STATUS PIC XX VALUE "00".
01 WS-BINDINGS-FILE-NAME PIC X(50) VALUE "BINDINGS.DAT".
01 WS-BINDINGS-FILE-STATUS PIC XX VALUE "00".
01 WS-RATE-TABLE-FILE-NAME PIC X(50) VALUE "RATETAB.DAT".
01 WS-RATE-TABLE-STATUS PIC XX VALUE "00".
01 WS-TRANSACTION-NAME PIC X(50) VALUE "MAINTTXN.DAT".
01 WS-TRANSACTION-STATUS PIC XX VALUE "00".
01 WS-BINDINGS-OUT-NAME PIC X(50) VALUE "BINDNEW.DAT".
01 WS-BINDINGS-OUT-STATUS PIC XX VALUE "00".
01 WS-RATE-OUT-NAME PIC X(50) VALUE "RATENEW.DAT".
01 WS-RATE-OUT-STATUS PIC XX VALUE "00".
01 WS-AUDIT-FILE-NAME PIC X(50) VALUE "MAINTAUD.DAT".
01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
01 WS-AUDIT-OPEN PIC X(1) VALUE "N".
01 WS-REJECT-RPT-NAME PIC X(50) VALUE "MAINTREJ.RPT".
01 WS-REJECT-RPT-STATUS PIC XX VALUE "00".
01 WS-REJECT-RPT-OPEN PIC X(1) VALUE "N".
01 WS-RC-KEYWORD PIC X(20).
01 WS-RC-VALUE PIC X(50).
01 WS-EOF-FLAG PIC X(1).
01 WS-RUN-DATE PIC 9(8).
01 WS-RUN-TIME-FULL PIC 9(8).
01 WS-RUN-TIME PIC 9(6).
01 WS-ABANDON PIC X(1) VALUE "N".

*> --------------------------------------------------------------
*> The masters, held whole in storage while the transactions are
*> applied. MB-IMAGE/MR-IMAGE is the record exactly as read: an
*> entry no transaction touches is written back byte for byte, so
*> comparing generations shows only what was maintained. An entry
*> whose amount or dates do not read as numbers is carried forward
*> unchanged but can never be matched by a transaction (MB-BAD,
*> MR-BAD). A deleted entry stays in its slot with MB-LIVE "N".
*> --------------------------------------------------------------
01 WS-BIND-COUNT PIC 9(4) VALUE 0.
01 MB-ENTRIES OCCURS 2000 TIMES.
   05 MB-LIVE PIC X(1).
   05 MB-BAD PIC X(1).
   05 MB-NAME PIC X(50).
   05 MB-TYPE PIC X(1).
   05 MB-NUM-VALUE PIC S9(9)V99.
   05 MB-STR-VALUE PIC X(50).
   05 MB-EFF-FROM PIC 9(8).
   05 MB-EFF-TO PIC 9(8).
   05 MB-IMAGE PIC X(128).
01 WS-RATE-COUNT PIC 9(4) VALUE 0.
01 MR-ENTRIES OCCURS 1000 TIMES.
   05 MR-LIVE PIC X(1).
   05 MR-BAD PIC X(1).
   05 MR-TABLE PIC X(20).
   05 MR-LOW PIC S9(9)V99.
   05 MR-VALUE PIC S9(9)V99.
   05 MR-IMAGE PIC X(42).
01 WS-MB-I PIC 9(4).
01 WS-MB-J PIC 9(4).
01 WS-MB-HIT PIC 9(4).
01 WS-MB-INSERT PIC 9(4).
01 WS-NAME-SEEN PIC X(1).

*> The transaction being applied, decoded.
01 WS-TXN-SEQ PIC 9(6) VALUE 0.
01 WS-TXN-REJECTED PIC X(1).
01 WS-TXN-REASON PIC X(50).
01 WS-TXN-NAME PIC X(50).
01 WS-TXN-TABLE PIC X(20).
01 WS-TXN-NUM PIC S9(9)V99.
01 WS-TXN-LOW PIC S9(9)V99.
01 WS-TXN-EFF-FROM PIC 9(8).
01 WS-TXN-EFF-TO PIC 9(8).
01 WS-BEFORE-IMAGE PIC X(128).
01 WS-AFTER-IMAGE PIC X(128).

*> Scratch for CHECK-AMOUNT-TEXT and CHECK-DATE-TEXT.
01 WS-AMT-TEXT PIC X(15).
01 WS-AMT-VALID PIC X(1).
01 WS-AMT-VALUE PIC S9(9)V99.
01 WS-AMT-LEN PIC 9(2).
01 WS-AMT-I PIC 9(2).
01 WS-AMT-CHAR PIC X(1).
01 WS-AMT-DIGITS PIC 9(2).
01 WS-AMT-INT-DIGITS PIC 9(2).
01 WS-AMT-DEC-DIGITS PIC 9(2).
01 WS-AMT-DOTS PIC 9(2).
01 WS-DATE-TEXT PIC X(8).
01 WS-DATE-VALID PIC X(1).
01 WS-DATE-VALUE PIC 9(8).
*> Period-overlap test: an effective-to of zero is open-ended.
01 WS-OV-FROM PIC 9(8).
01 WS-OV-TO PIC 9(8).
01 WS-OV-OTHER-TO PIC 9(8).
01 WS-OV-EXCLUDE PIC 9(4).
01 WS-OV-FOUND PIC X(1).

*> Record images built from an entry's fields.
01 WS-BIND-IMAGE.
   05 BI-NAME PIC X(50).
   05 BI-TYPE PIC X(1).
   05 BI-NUM-VALUE PIC S9(9)V99.
   05 BI-STR-VALUE PIC X(50).
   05 BI-EFF-FROM PIC 9(8).
   05 BI-EFF-TO PIC 9(8).
01 WS-RATE-IMAGE.
   05 RI-TABLE-NAME PIC X(20).
   05 RI-BAND-LOW PIC S9(9)V99.
   05 RI-BAND-VALUE PIC S9(9)V99.

01 WS-STAT-TXN-READ PIC 9(6) VALUE 0.
01 WS-STAT-TXN-APPLIED PIC 9(6) VALUE 0.
01 WS-STAT-TXN-REJECTED PIC 9(6) VALUE 0.
01 WS-STAT-BIND-WRITTEN PIC 9(6) VALUE 0.
01 WS-STAT-RATE-WRITTEN PIC 9(6) VALUE 0.

01 WS-REJ-HEADING.
   05 FILLER PIC X(8) VALUE "TXN SEQ".
   05 FILLER PIC X(8) VALUE "ACTION".
   05 FILLER PIC X(4) VALUE "M".
   05 FILLER PIC X(9) VALUE "OPERATOR".
   05 FILLER PIC X(32) VALUE "NAME".
   05 FILLER PIC X(50) VALUE "REASON".
01 WS-REJ-DETAIL.
   05 REJ-TXN-SEQ PIC 9(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 REJ-ACTION PIC X(6).
   05 FILLER PIC X(2) VALUE SPACES.
   05 REJ-MASTER PIC X(1).
   05 FILLER PIC X(3) VALUE SPACES.
   05 REJ-OPERATOR PIC X(8).
   05 FILLER PIC X(1) VALUE SPACES.
   05 REJ-NAME PIC X(30).
   05 FILLER PIC X(2) VALUE SPACES.
   05 REJ-REASON PIC X(50).
01 WS-REJ-SUMMARY.
   05 REJ-SUM-LABEL PIC X(24).
   05 REJ-SUM-VALUE PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
    DISPLAY "Starting master maintenance run..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME-FULL FROM TIME
    MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
    PERFORM READ-MAINT-CONTROL
    PERFORM LOAD-BINDINGS-MASTER
    PERFORM LOAD-RATE-MASTER
    IF WS-ABANDON = "N"
        PERFORM RUN-TRANSACTIONS
    END-IF
    IF WS-ABANDON = "Y"
        DISPLAY "Maintenance run abandoned - do not promote the new "
            "generation."
        MOVE 16 TO RETURN-CODE
    ELSE
        IF WS-STAT-TXN-REJECTED > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    DISPLAY "Transactions read:     " WS-STAT-TXN-READ
    DISPLAY "Transactions applied:  " WS-STAT-TXN-APPLIED
    DISPLAY "Transactions rejected: " WS-STAT-TXN-REJECTED
    DISPLAY "Bindings written:      " WS-STAT-BIND-WRITTEN
    DISPLAY "Rate bands written:    " WS-STAT-RATE-WRITTEN
    DISPLAY "Master maintenance run complete."
    STOP RUN.

*> --------------------------------------------------------------
*> The maintenance proper: only reached with both masters loaded
*> whole. Without a transaction file or an audit file nothing is
*> written - no change may go unaudited.
*> --------------------------------------------------------------
RUN-TRANSACTIONS SECTION.
    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANSACTION-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open transaction file "
            FUNCTION TRIM(WS-TRANSACTION-NAME) ", status="
            WS-TRANSACTION-STATUS
        MOVE "Y" TO WS-ABANDON
    ELSE
        PERFORM OPEN-AUDIT-FILE
        IF WS-AUDIT-OPEN = "N"
            MOVE "Y" TO WS-ABANDON
        ELSE
            PERFORM OPEN-REJECT-RPT
            PERFORM APPLY-TRANSACTIONS
            PERFORM WRITE-BINDINGS-MASTER
            PERFORM WRITE-RATE-MASTER
            CLOSE AUDIT-FILE
            MOVE "N" TO WS-AUDIT-OPEN
            PERFORM WRITE-REJECT-SUMMARY
            IF WS-REJECT-RPT-OPEN = "Y"
                CLOSE REJECT-RPT-FILE
                MOVE "N" TO WS-REJECT-RPT-OPEN
            END-IF
        END-IF
        CLOSE TRANSACTION-FILE
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Run control: read once at startup. A missing file means an
*> all-defaults run.
*> --------------------------------------------------------------
READ-MAINT-CONTROL SECTION.
    OPEN INPUT MAINT-CONTROL-FILE
    IF WS-MAINT-CONTROL-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF-FLAG = "Y"
            READ MAINT-CONTROL-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    PERFORM APPLY-MAINT-CONTROL
            END-READ
        END-PERFORM
        CLOSE MAINT-CONTROL-FILE
    ELSE
        DISPLAY "No run-control file found - using default settings."
    END-IF
    EXIT.

APPLY-MAINT-CONTROL SECTION.
    IF MAINT-CONTROL-RECORD = SPACES
        OR MAINT-CONTROL-RECORD(1:1) = "*"
        CONTINUE
    ELSE
        MOVE SPACES TO WS-RC-KEYWORD
        MOVE SPACES TO WS-RC-VALUE
        UNSTRING MAINT-CONTROL-RECORD DELIMITED BY "="
            INTO WS-RC-KEYWORD WS-RC-VALUE
        END-UNSTRING
        MOVE FUNCTION TRIM(WS-RC-KEYWORD) TO WS-RC-KEYWORD
        MOVE FUNCTION TRIM(WS-RC-VALUE) TO WS-RC-VALUE
        EVALUATE WS-RC-KEYWORD
            WHEN "BINDINGS-FILE"
                MOVE WS-RC-VALUE TO WS-BINDINGS-FILE-NAME
            WHEN "RATE-TABLE-FILE"
                MOVE WS-RC-VALUE TO WS-RATE-TABLE-FILE-NAME
            WHEN "TRANSACTION-FILE"
                MOVE WS-RC-VALUE TO WS-TRANSACTION-NAME
            WHEN "BINDINGS-OUT-FILE"
                MOVE WS-RC-VALUE TO WS-BINDINGS-OUT-NAME
            WHEN "RATE-TABLE-OUT-FILE"
                MOVE WS-RC-VALUE TO WS-RATE-OUT-NAME
            WHEN "AUDIT-FILE"
                MOVE WS-RC-VALUE TO WS-AUDIT-FILE-NAME
            WHEN "REJECT-RPT-FILE"
                MOVE WS-RC-VALUE TO WS-REJECT-RPT-NAME
            WHEN OTHER
                DISPLAY "Unknown run-control keyword ignored: "
                    WS-RC-KEYWORD
        END-EVALUATE
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Master loads. A missing master starts empty, as it does for the
*> interpreter; one too big for the table abandons the run, since
*> writing a new generation from part of it would drop the rest.
*> --------------------------------------------------------------
LOAD-BINDINGS-MASTER SECTION.
    MOVE 0 TO WS-BIND-COUNT
    OPEN INPUT BINDINGS-FILE
    IF WS-BINDINGS-FILE-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF-FLAG = "Y"
            READ BINDINGS-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    IF BINDINGS-FILE-RECORD NOT = SPACES
                        PERFORM STORE-BINDING-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BINDINGS-FILE
    ELSE
        DISPLAY "No bindings master found - starting from an empty "
            "one."
    END-IF
    EXIT.

STORE-BINDING-ENTRY SECTION.
    IF WS-BIND-COUNT >= 2000
        IF WS-ABANDON = "N"
            DISPLAY "ERROR: bindings master exceeds 2000 entries"
        END-IF
        MOVE "Y" TO WS-ABANDON
    ELSE
        ADD 1 TO WS-BIND-COUNT
        MOVE WS-BIND-COUNT TO WS-MB-I
        MOVE "Y" TO MB-LIVE(WS-MB-I)
        MOVE "N" TO MB-BAD(WS-MB-I)
        MOVE BINDINGS-FILE-RECORD TO MB-IMAGE(WS-MB-I)
        MOVE BF-NAME TO MB-NAME(WS-MB-I)
        MOVE BF-TYPE TO MB-TYPE(WS-MB-I)
        MOVE BF-STR-VALUE TO MB-STR-VALUE(WS-MB-I)
        IF BF-NUM-VALUE NUMERIC
            MOVE BF-NUM-VALUE TO MB-NUM-VALUE(WS-MB-I)
        ELSE
            MOVE 0 TO MB-NUM-VALUE(WS-MB-I)
            MOVE "Y" TO MB-BAD(WS-MB-I)
        END-IF
        *> Spaces in a date column (a short, undated record) mean
        *> zero, exactly as the interpreter reads them.
        MOVE 0 TO MB-EFF-FROM(WS-MB-I)
        IF BF-EFF-FROM NUMERIC
            MOVE BF-EFF-FROM TO MB-EFF-FROM(WS-MB-I)
        ELSE
            IF BF-EFF-FROM NOT = SPACES
                MOVE "Y" TO MB-BAD(WS-MB-I)
            END-IF
        END-IF
        MOVE 0 TO MB-EFF-TO(WS-MB-I)
        IF BF-EFF-TO NUMERIC
            MOVE BF-EFF-TO TO MB-EFF-TO(WS-MB-I)
        ELSE
            IF BF-EFF-TO NOT = SPACES
                MOVE "Y" TO MB-BAD(WS-MB-I)
            END-IF
        END-IF
        IF MB-BAD(WS-MB-I) = "Y"
            DISPLAY "Malformed bindings master record carried "
                "forward unchanged: " FUNCTION TRIM(BF-NAME)
        END-IF
    END-IF
    EXIT.

LOAD-RATE-MASTER SECTION.
    MOVE 0 TO WS-RATE-COUNT
    OPEN INPUT RATE-TABLE-FILE
    IF WS-RATE-TABLE-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF-FLAG = "Y"
            READ RATE-TABLE-FILE
                AT END
                    MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    IF RATE-TABLE-RECORD NOT = SPACES
                        PERFORM STORE-RATE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-TABLE-FILE
    ELSE
        DISPLAY "No rate-table master found - starting from an "
            "empty one."
    END-IF
    EXIT.

STORE-RATE-ENTRY SECTION.
    IF WS-RATE-COUNT >= 1000
        IF WS-ABANDON = "N"
            DISPLAY "ERROR: rate-table master exceeds 1000 bands"
        END-IF
        MOVE "Y" TO WS-ABANDON
    ELSE
        ADD 1 TO WS-RATE-COUNT
        MOVE WS-RATE-COUNT TO WS-MB-I
        MOVE "Y" TO MR-LIVE(WS-MB-I)
        MOVE "N" TO MR-BAD(WS-MB-I)
        MOVE RATE-TABLE-RECORD TO MR-IMAGE(WS-MB-I)
        MOVE RB-TABLE-NAME TO MR-TABLE(WS-MB-I)
        IF RB-BAND-LOW NUMERIC AND RB-BAND-VALUE NUMERIC
            MOVE RB-BAND-LOW TO MR-LOW(WS-MB-I)
            MOVE RB-BAND-VALUE TO MR-VALUE(WS-MB-I)
        ELSE
            MOVE 0 TO MR-LOW(WS-MB-I)
            MOVE 0 TO MR-VALUE(WS-MB-I)
            MOVE "Y" TO MR-BAD(WS-MB-I)
            DISPLAY "Malformed rate-table master record carried "
                "forward unchanged: " RB-TABLE-NAME
        END-IF
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Transactions, applied in file order against the master as it
*> stands after the ones before - an ADD followed by a CHANGE of
*> the same entry in one file works.
*> --------------------------------------------------------------
APPLY-TRANSACTIONS SECTION.
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG = "Y"
        READ TRANSACTION-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF TRANSACTION-RECORD NOT = SPACES
                    AND TRANSACTION-RECORD(1:1) NOT = "*"
                    PERFORM APPLY-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM
    EXIT.

APPLY-ONE-TRANSACTION SECTION.
    ADD 1 TO WS-STAT-TXN-READ
    ADD 1 TO WS-TXN-SEQ
    MOVE "N" TO WS-TXN-REJECTED
    MOVE SPACES TO WS-TXN-REASON
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    EVALUATE MT-MASTER
        WHEN "B"
            PERFORM APPLY-BINDING-TXN
        WHEN "R"
            PERFORM APPLY-RATE-TXN
        WHEN OTHER
            MOVE "master must be B (binding) or R (rate band)"
                TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
    END-EVALUATE
    IF WS-TXN-REJECTED = "Y"
        ADD 1 TO WS-STAT-TXN-REJECTED
        PERFORM WRITE-REJECT-LINE
    ELSE
        ADD 1 TO WS-STAT-TXN-APPLIED
        PERFORM WRITE-AUDIT-RECORD
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Binding transactions.
*> --------------------------------------------------------------
APPLY-BINDING-TXN SECTION.
    MOVE MT-NAME TO WS-TXN-NAME
    MOVE MT-EFF-FROM TO WS-DATE-TEXT
    PERFORM CHECK-DATE-TEXT
    MOVE WS-DATE-VALUE TO WS-TXN-EFF-FROM
    IF WS-DATE-VALID = "N"
        MOVE "effective-from is not a valid YYYYMMDD date"
            TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    END-IF
    MOVE MT-EFF-TO TO WS-DATE-TEXT
    PERFORM CHECK-DATE-TEXT
    MOVE WS-DATE-VALUE TO WS-TXN-EFF-TO
    IF WS-DATE-VALID = "N" AND WS-TXN-REJECTED = "N"
        MOVE "effective-to is not a valid YYYYMMDD date"
            TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    END-IF
    IF WS-TXN-NAME = SPACES AND WS-TXN-REJECTED = "N"
        MOVE "binding name missing" TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    END-IF
    IF WS-TXN-REJECTED = "N"
        PERFORM FIND-BINDING-ENTRY
        EVALUATE MT-ACTION
            WHEN "ADD"
                PERFORM ADD-BINDING-ENTRY
            WHEN "CHANGE"
                PERFORM CHANGE-BINDING-ENTRY
            WHEN "DELETE"
                PERFORM DELETE-BINDING-ENTRY
            WHEN "EXPIRE"
                PERFORM EXPIRE-BINDING-ENTRY
            WHEN OTHER
                MOVE "action must be ADD, CHANGE, DELETE or EXPIRE"
                    TO WS-TXN-REASON
                MOVE "Y" TO WS-TXN-REJECTED
        END-EVALUATE
    END-IF
    EXIT.

*> Sets WS-MB-HIT to the live entry for name + effective-from (0 if
*> none) and WS-NAME-SEEN to whether the name is on file at all.
FIND-BINDING-ENTRY SECTION.
    MOVE 0 TO WS-MB-HIT
    MOVE "N" TO WS-NAME-SEEN
    PERFORM VARYING WS-MB-I FROM 1 BY 1
        UNTIL WS-MB-I > WS-BIND-COUNT
        IF MB-LIVE(WS-MB-I) = "Y" AND MB-NAME(WS-MB-I) = WS-TXN-NAME
            MOVE "Y" TO WS-NAME-SEEN
            IF MB-BAD(WS-MB-I) = "N"
                AND MB-EFF-FROM(WS-MB-I) = WS-TXN-EFF-FROM
                MOVE WS-MB-I TO WS-MB-HIT
            END-IF
        END-IF
    END-PERFORM
    EXIT.

*> The value fields a binding ADD or CHANGE supplies: the type,
*> and a numeric value for N, a YYYYMMDD date for D or the text
*> for S.
CHECK-BINDING-VALUE SECTION.
    EVALUATE MT-TYPE
        WHEN "N"
            MOVE MT-VALUE TO WS-AMT-TEXT
            PERFORM CHECK-AMOUNT-TEXT
            IF WS-AMT-VALID = "N"
                MOVE "value is not numeric" TO WS-TXN-REASON
                MOVE "Y" TO WS-TXN-REJECTED
            ELSE
                MOVE WS-AMT-VALUE TO WS-TXN-NUM
            END-IF
        WHEN "D"
            MOVE MT-VALUE(1:8) TO WS-DATE-TEXT
            PERFORM CHECK-DATE-TEXT
            IF WS-DATE-VALID = "N" OR WS-DATE-VALUE = 0
                OR MT-VALUE(9:7) NOT = SPACES
                MOVE "value is not a valid YYYYMMDD date"
                    TO WS-TXN-REASON
                MOVE "Y" TO WS-TXN-REJECTED
            ELSE
                MOVE WS-DATE-VALUE TO WS-TXN-NUM
            END-IF
        WHEN "S"
            MOVE 0 TO WS-TXN-NUM
        WHEN OTHER
            MOVE "binding type must be N, S or D" TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
    END-EVALUATE
    IF WS-TXN-REJECTED = "N" AND WS-TXN-EFF-TO > 0
        AND WS-TXN-EFF-TO < WS-TXN-EFF-FROM
        MOVE "effective-to is before effective-from" TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    END-IF
    EXIT.

ADD-BINDING-ENTRY SECTION.
    IF WS-MB-HIT > 0
        MOVE "binding already on file for that effective-from"
            TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    ELSE
        PERFORM CHECK-BINDING-VALUE
    END-IF
    IF WS-TXN-REJECTED = "N"
        MOVE WS-TXN-EFF-FROM TO WS-OV-FROM
        MOVE WS-TXN-EFF-TO TO WS-OV-TO
        MOVE 0 TO WS-OV-EXCLUDE
        PERFORM CHECK-PERIOD-OVERLAP
        IF WS-OV-FOUND = "Y"
            MOVE "effective period overlaps another for this name"
                TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        END-IF
    END-IF
    IF WS-TXN-REJECTED = "N"
        IF WS-BIND-COUNT >= 2000
            MOVE "bindings master full (2000 entries)"
                TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        ELSE
            *> File it after the last entry for the same name, so a
            *> name's rate periods stay together; a new name goes on
            *> the end.
            MOVE 0 TO WS-MB-INSERT
            PERFORM VARYING WS-MB-I FROM 1 BY 1
                UNTIL WS-MB-I > WS-BIND-COUNT
                IF MB-NAME(WS-MB-I) = WS-TXN-NAME
                    MOVE WS-MB-I TO WS-MB-INSERT
                END-IF
            END-PERFORM
            IF WS-MB-INSERT = 0
                MOVE WS-BIND-COUNT TO WS-MB-INSERT
            END-IF
            ADD 1 TO WS-MB-INSERT
            PERFORM VARYING WS-MB-J FROM WS-BIND-COUNT BY -1
                UNTIL WS-MB-J < WS-MB-INSERT
                MOVE MB-ENTRIES(WS-MB-J) TO MB-ENTRIES(WS-MB-J + 1)
            END-PERFORM
            ADD 1 TO WS-BIND-COUNT
            MOVE WS-MB-INSERT TO WS-MB-HIT
            MOVE "Y" TO MB-LIVE(WS-MB-HIT)
            MOVE "N" TO MB-BAD(WS-MB-HIT)
            MOVE WS-TXN-NAME TO MB-NAME(WS-MB-HIT)
            MOVE WS-TXN-EFF-FROM TO MB-EFF-FROM(WS-MB-HIT)
            PERFORM SET-BINDING-FIELDS
            MOVE MB-IMAGE(WS-MB-HIT) TO WS-AFTER-IMAGE
        END-IF
    END-IF
    EXIT.

*> CHANGE replaces the type, value and effective-to of an entry;
*> its effective-from is its identity and cannot change (EXPIRE the
*> old period and ADD the new one instead).
CHANGE-BINDING-ENTRY SECTION.
    PERFORM CHECK-BINDING-FOUND
    IF WS-TXN-REJECTED = "N"
        PERFORM CHECK-BINDING-VALUE
    END-IF
    IF WS-TXN-REJECTED = "N"
        MOVE WS-TXN-EFF-FROM TO WS-OV-FROM
        MOVE WS-TXN-EFF-TO TO WS-OV-TO
        MOVE WS-MB-HIT TO WS-OV-EXCLUDE
        PERFORM CHECK-PERIOD-OVERLAP
        IF WS-OV-FOUND = "Y"
            MOVE "effective period overlaps another for this name"
                TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        END-IF
    END-IF
    IF WS-TXN-REJECTED = "N"
        MOVE MB-IMAGE(WS-MB-HIT) TO WS-BEFORE-IMAGE
        PERFORM SET-BINDING-FIELDS
        MOVE MB-IMAGE(WS-MB-HIT) TO WS-AFTER-IMAGE
    END-IF
    EXIT.

DELETE-BINDING-ENTRY SECTION.
    PERFORM CHECK-BINDING-FOUND
    IF WS-TXN-REJECTED = "N"
        MOVE MB-IMAGE(WS-MB-HIT) TO WS-BEFORE-IMAGE
        MOVE "N" TO MB-LIVE(WS-MB-HIT)
    END-IF
    EXIT.

*> EXPIRE closes an entry's period on MT-EFF-TO, leaving its value
*> alone - the usual first half of a rate change.
EXPIRE-BINDING-ENTRY SECTION.
    PERFORM CHECK-BINDING-FOUND
    IF WS-TXN-REJECTED = "N"
        IF WS-TXN-EFF-TO = 0
            MOVE "EXPIRE needs an effective-to date" TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        END-IF
        IF WS-TXN-EFF-TO > 0 AND WS-TXN-EFF-TO < MB-EFF-FROM(WS-MB-HIT)
            MOVE "effective-to is before effective-from"
                TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        END-IF
    END-IF
    IF WS-TXN-REJECTED = "N"
        MOVE MB-IMAGE(WS-MB-HIT) TO WS-BEFORE-IMAGE
        MOVE WS-TXN-EFF-TO TO MB-EFF-TO(WS-MB-HIT)
        PERFORM BUILD-BINDING-IMAGE
        MOVE MB-IMAGE(WS-MB-HIT) TO WS-AFTER-IMAGE
    END-IF
    EXIT.

CHECK-BINDING-FOUND SECTION.
    IF WS-NAME-SEEN = "N"
        MOVE "unknown binding name" TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    ELSE IF WS-MB-HIT = 0
        MOVE "no entry for this name with that effective-from"
            TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    END-IF
    EXIT.

SET-BINDING-FIELDS SECTION.
    MOVE MT-TYPE TO MB-TYPE(WS-MB-HIT)
    MOVE WS-TXN-NUM TO MB-NUM-VALUE(WS-MB-HIT)
    IF MT-TYPE = "S"
        MOVE MT-STR-VALUE TO MB-STR-VALUE(WS-MB-HIT)
    ELSE
        MOVE SPACES TO MB-STR-VALUE(WS-MB-HIT)
    END-IF
    MOVE WS-TXN-EFF-TO TO MB-EFF-TO(WS-MB-HIT)
    PERFORM BUILD-BINDING-IMAGE
    EXIT.

BUILD-BINDING-IMAGE SECTION.
    MOVE MB-NAME(WS-MB-HIT) TO BI-NAME
    MOVE MB-TYPE(WS-MB-HIT) TO BI-TYPE
    MOVE MB-NUM-VALUE(WS-MB-HIT) TO BI-NUM-VALUE
    MOVE MB-STR-VALUE(WS-MB-HIT) TO BI-STR-VALUE
    MOVE MB-EFF-FROM(WS-MB-HIT) TO BI-EFF-FROM
    MOVE MB-EFF-TO(WS-MB-HIT) TO BI-EFF-TO
    MOVE WS-BIND-IMAGE TO MB-IMAGE(WS-MB-HIT)
    EXIT.

*> Does WS-OV-FROM..WS-OV-TO overlap the period of any other live
*> entry for WS-TXN-NAME (entry WS-OV-EXCLUDE, the one being
*> changed, aside)? Effective-from zero is open on the left already;
*> effective-to zero is open on the right.
CHECK-PERIOD-OVERLAP SECTION.
    MOVE "N" TO WS-OV-FOUND
    IF WS-OV-TO = 0
        MOVE 99999999 TO WS-OV-TO
    END-IF
    PERFORM VARYING WS-MB-I FROM 1 BY 1
        UNTIL WS-MB-I > WS-BIND-COUNT OR WS-OV-FOUND = "Y"
        IF MB-LIVE(WS-MB-I) = "Y" AND WS-MB-I NOT = WS-OV-EXCLUDE
            AND MB-NAME(WS-MB-I) = WS-TXN-NAME
            MOVE MB-EFF-TO(WS-MB-I) TO WS-OV-OTHER-TO
            IF WS-OV-OTHER-TO = 0
                MOVE 99999999 TO WS-OV-OTHER-TO
            END-IF
            IF MB-EFF-FROM(WS-MB-I) <= WS-OV-TO
                AND WS-OV-FROM <= WS-OV-OTHER-TO
                MOVE "Y" TO WS-OV-FOUND
            END-IF
        END-IF
    END-PERFORM
    EXIT.

*> --------------------------------------------------------------
*> Rate-band transactions. A band is identified by table name and
*> lower bound; bands carry no dates, so EXPIRE does not apply.
*> --------------------------------------------------------------
APPLY-RATE-TXN SECTION.
    MOVE MT-NAME TO WS-TXN-TABLE
    IF WS-TXN-TABLE = SPACES OR MT-NAME(21:30) NOT = SPACES
        MOVE "rate-table name missing or over 20 characters"
            TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    ELSE
        MOVE MT-BAND-LOW TO WS-AMT-TEXT
        PERFORM CHECK-AMOUNT-TEXT
        IF WS-AMT-VALID = "N"
            MOVE "band lower bound is not numeric" TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        ELSE
            MOVE WS-AMT-VALUE TO WS-TXN-LOW
        END-IF
    END-IF
    IF WS-TXN-REJECTED = "N"
        PERFORM FIND-RATE-ENTRY
        EVALUATE MT-ACTION
            WHEN "ADD"
                PERFORM ADD-RATE-ENTRY
            WHEN "CHANGE"
                PERFORM CHANGE-RATE-ENTRY
            WHEN "DELETE"
                PERFORM DELETE-RATE-ENTRY
            WHEN "EXPIRE"
                MOVE "EXPIRE not valid - rate bands carry no dates"
                    TO WS-TXN-REASON
                MOVE "Y" TO WS-TXN-REJECTED
            WHEN OTHER
                MOVE "action must be ADD, CHANGE, DELETE or EXPIRE"
                    TO WS-TXN-REASON
                MOVE "Y" TO WS-TXN-REJECTED
        END-EVALUATE
    END-IF
    EXIT.

*> Sets WS-MB-HIT to the live band for table + lower bound (0 if
*> none) and WS-NAME-SEEN to whether the table is on file at all.
FIND-RATE-ENTRY SECTION.
    MOVE 0 TO WS-MB-HIT
    MOVE "N" TO WS-NAME-SEEN
    PERFORM VARYING WS-MB-I FROM 1 BY 1
        UNTIL WS-MB-I > WS-RATE-COUNT
        IF MR-LIVE(WS-MB-I) = "Y" AND MR-TABLE(WS-MB-I) = WS-TXN-TABLE
            MOVE "Y" TO WS-NAME-SEEN
            IF MR-BAD(WS-MB-I) = "N"
                AND MR-LOW(WS-MB-I) = WS-TXN-LOW
                MOVE WS-MB-I TO WS-MB-HIT
            END-IF
        END-IF
    END-PERFORM
    EXIT.

CHECK-RATE-VALUE SECTION.
    MOVE MT-VALUE TO WS-AMT-TEXT
    PERFORM CHECK-AMOUNT-TEXT
    IF WS-AMT-VALID = "N"
        MOVE "band value is not numeric" TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    ELSE
        MOVE WS-AMT-VALUE TO WS-TXN-NUM
    END-IF
    EXIT.

ADD-RATE-ENTRY SECTION.
    IF WS-MB-HIT > 0
        MOVE "duplicate band - lower bound already on the table"
            TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    ELSE
        PERFORM CHECK-RATE-VALUE
    END-IF
    IF WS-TXN-REJECTED = "N"
        IF WS-RATE-COUNT >= 1000
            MOVE "rate-table master full (1000 bands)"
                TO WS-TXN-REASON
            MOVE "Y" TO WS-TXN-REJECTED
        ELSE
            *> Keep a table's bands together and in ascending order:
            *> ahead of the first higher band of the same table,
            *> else after its last band, else on the end.
            MOVE 0 TO WS-MB-INSERT
            MOVE 0 TO WS-MB-J
            PERFORM VARYING WS-MB-I FROM 1 BY 1
                UNTIL WS-MB-I > WS-RATE-COUNT OR WS-MB-INSERT > 0
                IF MR-TABLE(WS-MB-I) = WS-TXN-TABLE
                    IF MR-BAD(WS-MB-I) = "N"
                        AND MR-LOW(WS-MB-I) > WS-TXN-LOW
                        MOVE WS-MB-I TO WS-MB-INSERT
                    ELSE
                        MOVE WS-MB-I TO WS-MB-J
                    END-IF
                END-IF
            END-PERFORM
            IF WS-MB-INSERT = 0
                IF WS-MB-J = 0
                    MOVE WS-RATE-COUNT TO WS-MB-J
                END-IF
                COMPUTE WS-MB-INSERT = WS-MB-J + 1
            END-IF
            PERFORM VARYING WS-MB-J FROM WS-RATE-COUNT BY -1
                UNTIL WS-MB-J < WS-MB-INSERT
                MOVE MR-ENTRIES(WS-MB-J) TO MR-ENTRIES(WS-MB-J + 1)
            END-PERFORM
            ADD 1 TO WS-RATE-COUNT
            MOVE WS-MB-INSERT TO WS-MB-HIT
            MOVE "Y" TO MR-LIVE(WS-MB-HIT)
            MOVE "N" TO MR-BAD(WS-MB-HIT)
            MOVE WS-TXN-TABLE TO MR-TABLE(WS-MB-HIT)
            MOVE WS-TXN-LOW TO MR-LOW(WS-MB-HIT)
            MOVE WS-TXN-NUM TO MR-VALUE(WS-MB-HIT)
            PERFORM BUILD-RATE-IMAGE
            MOVE MR-IMAGE(WS-MB-HIT) TO WS-AFTER-IMAGE
        END-IF
    END-IF
    EXIT.

CHANGE-RATE-ENTRY SECTION.
    PERFORM CHECK-RATE-FOUND
    IF WS-TXN-REJECTED = "N"
        PERFORM CHECK-RATE-VALUE
    END-IF
    IF WS-TXN-REJECTED = "N"
        MOVE MR-IMAGE(WS-MB-HIT) TO WS-BEFORE-IMAGE
        MOVE WS-TXN-NUM TO MR-VALUE(WS-MB-HIT)
        PERFORM BUILD-RATE-IMAGE
        MOVE MR-IMAGE(WS-MB-HIT) TO WS-AFTER-IMAGE
    END-IF
    EXIT.

DELETE-RATE-ENTRY SECTION.
    PERFORM CHECK-RATE-FOUND
    IF WS-TXN-REJECTED = "N"
        MOVE MR-IMAGE(WS-MB-HIT) TO WS-BEFORE-IMAGE
        MOVE "N" TO MR-LIVE(WS-MB-HIT)
    END-IF
    EXIT.

CHECK-RATE-FOUND SECTION.
    IF WS-NAME-SEEN = "N"
        MOVE "unknown rate-table name" TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    ELSE IF WS-MB-HIT = 0
        MOVE "no band at that lower bound" TO WS-TXN-REASON
        MOVE "Y" TO WS-TXN-REJECTED
    END-IF
    EXIT.

BUILD-RATE-IMAGE SECTION.
    MOVE MR-TABLE(WS-MB-HIT) TO RI-TABLE-NAME
    MOVE MR-LOW(WS-MB-HIT) TO RI-BAND-LOW
    MOVE MR-VALUE(WS-MB-HIT) TO RI-BAND-VALUE
    MOVE WS-RATE-IMAGE TO MR-IMAGE(WS-MB-HIT)
    EXIT.

*> --------------------------------------------------------------
*> Field checks.
*> --------------------------------------------------------------
*> An amount as keyed: optional leading sign, up to nine whole
*> digits, optional point and up to two decimals - the most either
*> master's S9(9)V99 columns can hold. Anything else, blank
*> included, is not numeric.
CHECK-AMOUNT-TEXT SECTION.
    MOVE "Y" TO WS-AMT-VALID
    MOVE 0 TO WS-AMT-VALUE
    MOVE FUNCTION TRIM(WS-AMT-TEXT) TO WS-AMT-TEXT
    IF WS-AMT-TEXT = SPACES
        MOVE "N" TO WS-AMT-VALID
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-TEXT))
            TO WS-AMT-LEN
        MOVE 0 TO WS-AMT-DIGITS
        MOVE 0 TO WS-AMT-INT-DIGITS
        MOVE 0 TO WS-AMT-DEC-DIGITS
        MOVE 0 TO WS-AMT-DOTS
        PERFORM VARYING WS-AMT-I FROM 1 BY 1
            UNTIL WS-AMT-I > WS-AMT-LEN
            MOVE WS-AMT-TEXT(WS-AMT-I:1) TO WS-AMT-CHAR
            EVALUATE TRUE
                WHEN WS-AMT-CHAR >= "0" AND WS-AMT-CHAR <= "9"
                    ADD 1 TO WS-AMT-DIGITS
                    IF WS-AMT-DOTS = 0
                        ADD 1 TO WS-AMT-INT-DIGITS
                    ELSE
                        ADD 1 TO WS-AMT-DEC-DIGITS
                    END-IF
                WHEN WS-AMT-CHAR = "."
                    ADD 1 TO WS-AMT-DOTS
                WHEN (WS-AMT-CHAR = "-" OR WS-AMT-CHAR = "+")
                    AND WS-AMT-I = 1
                    CONTINUE
                WHEN OTHER
                    MOVE "N" TO WS-AMT-VALID
            END-EVALUATE
        END-PERFORM
        IF WS-AMT-DIGITS = 0 OR WS-AMT-DOTS > 1
            OR WS-AMT-INT-DIGITS > 9 OR WS-AMT-DEC-DIGITS > 2
            MOVE "N" TO WS-AMT-VALID
        END-IF
        IF WS-AMT-VALID = "Y"
            COMPUTE WS-AMT-VALUE =
                FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
        END-IF
    END-IF
    EXIT.

*> A YYYYMMDD date, or spaces/zero for "none" (WS-DATE-VALUE 0).
CHECK-DATE-TEXT SECTION.
    MOVE "Y" TO WS-DATE-VALID
    MOVE 0 TO WS-DATE-VALUE
    IF WS-DATE-TEXT = SPACES OR WS-DATE-TEXT = "00000000"
        CONTINUE
    ELSE IF WS-DATE-TEXT NOT NUMERIC
        MOVE "N" TO WS-DATE-VALID
    ELSE
        MOVE WS-DATE-TEXT TO WS-DATE-VALUE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) NOT = 0
            MOVE "N" TO WS-DATE-VALID
            MOVE 0 TO WS-DATE-VALUE
        END-IF
    END-IF
    EXIT.

*> --------------------------------------------------------------
*> Outputs.
*> --------------------------------------------------------------
*> EXTEND keeps the trail across runs; the very first run finds no
*> file and creates it.
OPEN-AUDIT-FILE SECTION.
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF WS-AUDIT-FILE-STATUS = "00"
        MOVE "Y" TO WS-AUDIT-OPEN
    ELSE
        MOVE "N" TO WS-AUDIT-OPEN
        DISPLAY "ERROR: unable to open audit file, status="
            WS-AUDIT-FILE-STATUS
    END-IF
    EXIT.

WRITE-AUDIT-RECORD SECTION.
    MOVE WS-RUN-DATE TO AU-RUN-DATE
    MOVE WS-RUN-TIME TO AU-RUN-TIME
    MOVE MT-OPERATOR TO AU-OPERATOR
    MOVE WS-TXN-SEQ TO AU-TXN-SEQ
    MOVE MT-ACTION TO AU-ACTION
    MOVE MT-MASTER TO AU-MASTER
    MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO AU-AFTER-IMAGE
    WRITE AUDIT-RECORD
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "ERROR: audit file write failed, status="
            WS-AUDIT-FILE-STATUS
        MOVE "Y" TO WS-ABANDON
    END-IF
    EXIT.

OPEN-REJECT-RPT SECTION.
    OPEN OUTPUT REJECT-RPT-FILE
    IF WS-REJECT-RPT-STATUS = "00"
        MOVE "Y" TO WS-REJECT-RPT-OPEN
        MOVE SPACES TO REJECT-RPT-RECORD
        STRING "MASTER MAINTENANCE REJECTED TRANSACTIONS - "
            FUNCTION TRIM(WS-TRANSACTION-NAME) "  RUN "
            WS-RUN-DATE " " WS-RUN-TIME
            DELIMITED BY SIZE INTO REJECT-RPT-RECORD
        END-STRING
        PERFORM WRITE-REJECT-RPT-LINE
        MOVE SPACES TO REJECT-RPT-RECORD
        PERFORM WRITE-REJECT-RPT-LINE
        MOVE WS-REJ-HEADING TO REJECT-RPT-RECORD
        PERFORM WRITE-REJECT-RPT-LINE
    ELSE
        MOVE "N" TO WS-REJECT-RPT-OPEN
        DISPLAY "ERROR: unable to open reject report, status="
            WS-REJECT-RPT-STATUS " - run continues without it"
    END-IF
    EXIT.

WRITE-REJECT-LINE SECTION.
    DISPLAY "Rejecting transaction " WS-TXN-SEQ ": "
        FUNCTION TRIM(WS-TXN-REASON)
    MOVE WS-TXN-SEQ TO REJ-TXN-SEQ
    MOVE MT-ACTION TO REJ-ACTION
    MOVE MT-MASTER TO REJ-MASTER
    MOVE MT-OPERATOR TO REJ-OPERATOR
    MOVE MT-NAME TO REJ-NAME
    MOVE WS-TXN-REASON TO REJ-REASON
    MOVE WS-REJ-DETAIL TO REJECT-RPT-RECORD
    PERFORM WRITE-REJECT-RPT-LINE
    EXIT.

WRITE-REJECT-SUMMARY SECTION.
    MOVE SPACES TO REJECT-RPT-RECORD
    PERFORM WRITE-REJECT-RPT-LINE
    MOVE "TRANSACTIONS READ" TO REJ-SUM-LABEL
    MOVE WS-STAT-TXN-READ TO REJ-SUM-VALUE
    PERFORM WRITE-REJECT-SUM-LINE
    MOVE "TRANSACTIONS APPLIED" TO REJ-SUM-LABEL
    MOVE WS-STAT-TXN-APPLIED TO REJ-SUM-VALUE
    PERFORM WRITE-REJECT-SUM-LINE
    MOVE "TRANSACTIONS REJECTED" TO REJ-SUM-LABEL
    MOVE WS-STAT-TXN-REJECTED TO REJ-SUM-VALUE
    PERFORM WRITE-REJECT-SUM-LINE
    EXIT.

WRITE-REJECT-SUM-LINE SECTION.
    MOVE WS-REJ-SUMMARY TO REJECT-RPT-RECORD
    PERFORM WRITE-REJECT-RPT-LINE
    EXIT.

WRITE-REJECT-RPT-LINE SECTION.
    IF WS-REJECT-RPT-OPEN = "Y"
        WRITE REJECT-RPT-RECORD
        IF WS-REJECT-RPT-STATUS NOT = "00"
            DISPLAY "ERROR: reject report write failed, status="
                WS-REJECT-RPT-STATUS " - run continues without it"
            CLOSE REJECT-RPT-FILE
            MOVE "N" TO WS-REJECT-RPT-OPEN
        END-IF
    END-IF
    EXIT.

*> A new generation is written whole or flagged: a failed open or
*> write abandons the run, so operations never promotes a short
*> master.
WRITE-BINDINGS-MASTER SECTION.
    OPEN OUTPUT BINDINGS-OUT-FILE
    IF WS-BINDINGS-OUT-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open new bindings master, status="
            WS-BINDINGS-OUT-STATUS
        MOVE "Y" TO WS-ABANDON
    ELSE
        PERFORM VARYING WS-MB-I FROM 1 BY 1
            UNTIL WS-MB-I > WS-BIND-COUNT
                OR WS-BINDINGS-OUT-STATUS NOT = "00"
            IF MB-LIVE(WS-MB-I) = "Y"
                MOVE MB-IMAGE(WS-MB-I) TO BINDINGS-OUT-RECORD
                WRITE BINDINGS-OUT-RECORD
                ADD 1 TO WS-STAT-BIND-WRITTEN
            END-IF
        END-PERFORM
        IF WS-BINDINGS-OUT-STATUS NOT = "00"
            DISPLAY "ERROR: new bindings master write failed, "
                "status=" WS-BINDINGS-OUT-STATUS
            MOVE "Y" TO WS-ABANDON
        END-IF
        CLOSE BINDINGS-OUT-FILE
    END-IF
    EXIT.

WRITE-RATE-MASTER SECTION.
    OPEN OUTPUT RATE-TABLE-OUT-FILE
    IF WS-RATE-OUT-STATUS NOT = "00"
        DISPLAY "ERROR: unable to open new rate-table master, "
            "status=" WS-RATE-OUT-STATUS
        MOVE "Y" TO WS-ABANDON
    ELSE
        PERFORM VARYING WS-MB-I FROM 1 BY 1
            UNTIL WS-MB-I > WS-RATE-COUNT
                OR WS-RATE-OUT-STATUS NOT = "00"
            IF MR-LIVE(WS-MB-I) = "Y"
                MOVE MR-IMAGE(WS-MB-I) TO RATE-TABLE-OUT-RECORD
                WRITE RATE-TABLE-OUT-RECORD
                ADD 1 TO WS-STAT-RATE-WRITTEN
            END-IF
        END-PERFORM
        IF WS-RATE-OUT-STATUS NOT = "00"
            DISPLAY "ERROR: new rate-table master write failed, "
                "status=" WS-RATE-OUT-STATUS
            MOVE "Y" TO WS-ABANDON
        END-IF
        CLOSE RATE-TABLE-OUT-FILE
    END-IF
    EXIT.
