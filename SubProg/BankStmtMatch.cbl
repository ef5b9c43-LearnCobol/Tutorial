      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BankStmtMatch.
AUTHOR.  Michael Coughlan.
*>Bank statement import and receipt matching, run ahead of
*>CashReceipts so the statement no longer has to be typed into
*>CASHRCPT.DAT line by line.  Reads the bank's daily statement file
*>BANKSTMT.DAT (date, debit/credit, amount, currency and the
*>payer's reference text); debits are not receipts and are passed
*>over.  The open invoices are built from DESPHIST.DAT - each
*>invoice's lines totalled in its currency, postage and VAT
*>included, as the customer was billed - less those already on
*>SETTLED.DAT and those already waiting on CASHRCPT.DAT for
*>CashReceipts to post.  A credit is matched to its invoice, and so
*>to its customer, by the invoice number quoted in the reference: a
*>six-digit number standing on its own in the text that is an open
*>invoice.  Failing that, it is matched by amount: exactly one open
*>invoice whose total in the statement currency equals the amount
*>received.  Either way an invoice is matched only once per run.
*>The confident matches are appended to CASHRCPT.DAT in the layout
*>CashReceipts reads, so they are posted, converted and settled as
*>if keyed.  Anything less certain - no invoice number and no single
*>amount, two invoice numbers in one reference, an invoice already
*>settled or matched - is left for accounts on the review report
*>BANKMATCH.RPT with its best candidates: the invoices the reference
*>named, those of exactly that amount, or else the three open
*>invoices in that currency nearest the amount.  RETURN-CODE 4 when
*>anything was left for review.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BANKSTMT-IN ASSIGN TO "BANKSTMT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BankStatus.

    SELECT DESPHIST-IN ASSIGN TO "DESPHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT SETTLED-IN ASSIGN TO "SETTLED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SettledStatus.

    SELECT RECEIPTS-FILE ASSIGN TO "CASHRCPT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReceiptsStatus.

    SELECT REPORT-OUT ASSIGN TO "BANKMATCH.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
FD  BANKSTMT-IN.
01  BANK-REC.
    88  EndOfStatement          VALUE HIGH-VALUES.
    02  Bank-Date               PIC 9(8).
    02  Bank-Dr-Cr              PIC X.
        88  Bank-Is-Credit      VALUE "C".
    02  Bank-Amount             PIC 9(7)V99.
    02  Bank-Currency           PIC XXX.
    02  Bank-Reference          PIC X(60).

FD  DESPHIST-IN.
01  DESPHIST-REC.
    88  EndOfHistory            VALUE HIGH-VALUES.
    02  Hist-Date               PIC 9(8).
    02  Hist-CustNum            PIC X(4).
    02  Hist-Book-Id            PIC X(5).
    02  Hist-Qty                PIC 999.
    02  Hist-Line-Total         PIC 9(5)V99.
    02  Hist-Currency           PIC XXX.
    02  Hist-Invoice-Number     PIC 9(6).

FD  SETTLED-IN.
01  SETTLED-REC.
    88  EndOfSettled            VALUE HIGH-VALUES.
    02  Settled-Invoice         PIC 9(6).
    02  Settled-Date            PIC 9(8).
    02  Settled-CustNum         PIC X(4).
    02  Settled-Amount-EUR      PIC 9(7)V99.
    02  Settled-Type            PIC X.

FD  RECEIPTS-FILE.
01  RECEIPT-REC.
    88  EndOfReceipts           VALUE HIGH-VALUES.
    02  Receipt-CustNum         PIC X(4).
    02  Receipt-Amount          PIC 9(7)V99.
    02  Receipt-Currency        PIC XXX.
    02  Receipt-Date            PIC 9(8).
    02  Receipt-Invoice         PIC 9(6).

FD  REPORT-OUT.
01  REPORT-LINE                 PIC X(132).

WORKING-STORAGE SECTION.
01  BankStatus                  PIC XX.
01  HistStatus                  PIC XX.
01  SettledStatus               PIC XX.
01  ReceiptsStatus              PIC XX.
01  ReportStatus                PIC XX.

01  WS-Settled-Table.
    02  WS-ST-Invoice OCCURS 5000 TIMES PIC 9(6).
01  WS-ST-Count                 PIC 9(4) VALUE 0.
01  WS-ST-Idx                   PIC 9(4).

*>Every invoice on the history, open or not, so a reference quoting
*>a paid invoice can be told from one quoting nothing we know.  An
*>invoice billed in more than one currency has no single total and
*>can only be matched by its number.
01  WS-Invoice-Table.
    02  WS-IT-Entry OCCURS 5000 TIMES.
        03  WS-IT-Invoice       PIC 9(6).
        03  WS-IT-CustNum       PIC X(4).
        03  WS-IT-Date          PIC 9(8).
        03  WS-IT-Currency      PIC XXX.
        03  WS-IT-Total         PIC 9(7)V99.
        03  WS-IT-State         PIC X.
            88  IT-Open         VALUE "O".
            88  IT-Settled      VALUE "S".
            88  IT-Taken        VALUE "T".
01  WS-IT-Count                 PIC 9(4) VALUE 0.
01  WS-IT-Idx                   PIC 9(4).
01  WS-IT-Found                 PIC 9(4).
01  WS-Mixed-Currency           PIC XXX VALUE "***".
01  WS-Find-Invoice             PIC 9(6).

*>Invoice numbers picked out of the reference text.
01  WS-Ref-Table.
    02  WS-RT-Entry OCCURS 5 TIMES.
        03  WS-RT-IT-Idx        PIC 9(4).
01  WS-RT-Count                 PIC 9 VALUE 0.
01  WS-RT-Idx                   PIC 9.
01  WS-Open-Ref-Count           PIC 9 VALUE 0.
01  WS-Open-Ref-Idx             PIC 9(4).
01  WS-Pos                      PIC 99.
01  WS-Ref-Number-X.
    02  WS-Ref-Number           PIC 9(6).
01  WS-Standalone               PIC X.
    88  Number-Stands-Alone     VALUE "Y".

*>Open invoices of exactly the amount, and the nearest three.
01  WS-Amount-Match-Count       PIC 9(4) VALUE 0.
01  WS-Amount-Match-Idx         PIC 9(4).
01  WS-Near-Table.
    02  WS-NT-Entry OCCURS 3 TIMES.
        03  WS-NT-IT-Idx        PIC 9(4).
        03  WS-NT-Diff          PIC 9(7)V99.
01  WS-NT-Count                 PIC 9 VALUE 0.
01  WS-NT-Idx                   PIC 9.
01  WS-NT-Shift                 PIC 9.
01  WS-Diff                     PIC 9(7)V99.

01  WS-Match-Idx                PIC 9(4).
01  WS-Match-Method             PIC X(12).
01  WS-Review-Reason            PIC X(50).

01  WS-Credit-Count             PIC 9(5) VALUE 0.
01  WS-Debit-Count              PIC 9(5) VALUE 0.
01  WS-Matched-Count            PIC 9(5) VALUE 0.
01  WS-Review-Count             PIC 9(5) VALUE 0.

01  WS-Amount-Display           PIC Z,ZZZ,ZZ9.99.
01  WS-Total-Display            PIC Z,ZZZ,ZZ9.99.

01  WS-SignOn-Function          PIC X(20) VALUE "BANKSTMTMATCH".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BANKSTMT-IN.
    IF BankStatus NOT = "00"
        DISPLAY "BANKSTMTMATCH: ABEND - cannot open BANKSTMT-IN, "
            "status " BankStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-Settled-Register.
    PERFORM Load-Invoices.
    PERFORM Mark-Pending-Receipts.
*>  Receipts accumulate until CashReceipts posts them; LINE
*>  SEQUENTIAL OPEN EXTEND fails with status 35 on a file that
*>  doesn't exist yet.
    OPEN EXTEND RECEIPTS-FILE.
    IF ReceiptsStatus = "35"
        OPEN OUTPUT RECEIPTS-FILE
    END-IF.
    IF ReceiptsStatus NOT = "00"
        DISPLAY "BANKSTMTMATCH: ABEND - cannot open RECEIPTS-FILE, "
            "status " ReceiptsStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REPORT-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "BANKSTMTMATCH: ABEND - cannot open REPORT-OUT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "BANK STATEMENT RECEIPT MATCHING" TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.

    READ BANKSTMT-IN
        AT END SET EndOfStatement TO TRUE
    END-READ.
    PERFORM UNTIL EndOfStatement
        IF Bank-Is-Credit
            ADD 1 TO WS-Credit-Count
            PERFORM Match-One-Credit
        ELSE
            ADD 1 TO WS-Debit-Count
        END-IF
        READ BANKSTMT-IN
            AT END SET EndOfStatement TO TRUE
        END-READ
    END-PERFORM.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "*** " DELIMITED BY SIZE
           WS-Credit-Count DELIMITED BY SIZE
           " CREDIT(S): " DELIMITED BY SIZE
           WS-Matched-Count DELIMITED BY SIZE
           " MATCHED TO CASHRCPT.DAT, " DELIMITED BY SIZE
           WS-Review-Count DELIMITED BY SIZE
           " FOR REVIEW; " DELIMITED BY SIZE
           WS-Debit-Count DELIMITED BY SIZE
           " DEBIT(S) IGNORED ***" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    CLOSE BANKSTMT-IN, RECEIPTS-FILE, REPORT-OUT.
    DISPLAY "BANKSTMTMATCH: " WS-Matched-Count " receipt(s) written "
        "to CASHRCPT.DAT, " WS-Review-Count " for review, see "
        "BANKMATCH.RPT".
    IF WS-Review-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>A missing register just means nothing has been settled yet.
Load-Settled-Register.
    OPEN INPUT SETTLED-IN.
    IF SettledStatus = "35"
        CONTINUE
    ELSE
        IF SettledStatus NOT = "00"
            DISPLAY "BANKSTMTMATCH: ABEND - cannot open SETTLED-IN, "
                "status " SettledStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ SETTLED-IN
            AT END SET EndOfSettled TO TRUE
        END-READ
        PERFORM UNTIL EndOfSettled
            IF WS-ST-Count >= 5000
                DISPLAY "BANKSTMTMATCH: ABEND - more than 5000 "
                    "invoices on SETTLED.DAT, table full"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-ST-Count
            MOVE Settled-Invoice TO WS-ST-Invoice(WS-ST-Count)
            READ SETTLED-IN
                AT END SET EndOfSettled TO TRUE
            END-READ
        END-PERFORM
        CLOSE SETTLED-IN
    END-IF.

*>Despatch writes an invoice's lines together, so a change of
*>invoice number on the history starts the next invoice.
Load-Invoices.
    OPEN INPUT DESPHIST-IN.
    IF HistStatus NOT = "00"
        DISPLAY "BANKSTMTMATCH: ABEND - cannot open DESPHIST-IN, "
            "status " HistStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DESPHIST-IN
        AT END SET EndOfHistory TO TRUE
    END-READ.
    PERFORM UNTIL EndOfHistory
        IF WS-IT-Count = 0
            PERFORM Add-Invoice
        ELSE
            IF Hist-Invoice-Number NOT = WS-IT-Invoice(WS-IT-Count)
                PERFORM Add-Invoice
            ELSE
                IF Hist-Currency NOT = WS-IT-Currency(WS-IT-Count)
                    MOVE WS-Mixed-Currency
                        TO WS-IT-Currency(WS-IT-Count)
                END-IF
                ADD Hist-Line-Total TO WS-IT-Total(WS-IT-Count)
            END-IF
        END-IF
        READ DESPHIST-IN
            AT END SET EndOfHistory TO TRUE
        END-READ
    END-PERFORM.
    CLOSE DESPHIST-IN.

Add-Invoice.
    IF WS-IT-Count >= 5000
        DISPLAY "BANKSTMTMATCH: ABEND - more than 5000 invoices on "
            "DESPHIST.DAT, table full"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-IT-Count.
    MOVE Hist-Invoice-Number TO WS-IT-Invoice(WS-IT-Count).
    MOVE Hist-CustNum TO WS-IT-CustNum(WS-IT-Count).
    MOVE Hist-Date TO WS-IT-Date(WS-IT-Count).
    MOVE Hist-Currency TO WS-IT-Currency(WS-IT-Count).
    MOVE Hist-Line-Total TO WS-IT-Total(WS-IT-Count).
    MOVE "O" TO WS-IT-State(WS-IT-Count).
    PERFORM VARYING WS-ST-Idx FROM 1 BY 1
            UNTIL WS-ST-Idx > WS-ST-Count
        IF WS-ST-Invoice(WS-ST-Idx) = Hist-Invoice-Number
            MOVE "S" TO WS-IT-State(WS-IT-Count)
        END-IF
    END-PERFORM.

*>Receipts already keyed or matched and not yet posted are as good
*>as paid for matching purposes.
Mark-Pending-Receipts.
    OPEN INPUT RECEIPTS-FILE.
    IF ReceiptsStatus = "35"
        CONTINUE
    ELSE
        IF ReceiptsStatus NOT = "00"
            DISPLAY "BANKSTMTMATCH: ABEND - cannot open "
                "RECEIPTS-FILE, status " ReceiptsStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ RECEIPTS-FILE
            AT END SET EndOfReceipts TO TRUE
        END-READ
        PERFORM UNTIL EndOfReceipts
            IF Receipt-Invoice NUMERIC
                MOVE Receipt-Invoice TO WS-Find-Invoice
                PERFORM Find-Invoice
                IF WS-IT-Found > 0
                    IF IT-Open(WS-IT-Found)
                        MOVE "T" TO WS-IT-State(WS-IT-Found)
                    END-IF
                END-IF
            END-IF
            READ RECEIPTS-FILE
                AT END SET EndOfReceipts TO TRUE
            END-READ
        END-PERFORM
        CLOSE RECEIPTS-FILE
    END-IF.

Find-Invoice.
    MOVE 0 TO WS-IT-Found.
    PERFORM VARYING WS-IT-Idx FROM 1 BY 1
            UNTIL WS-IT-Idx > WS-IT-Count OR WS-IT-Found > 0
        IF WS-IT-Invoice(WS-IT-Idx) = WS-Find-Invoice
            MOVE WS-IT-Idx TO WS-IT-Found
        END-IF
    END-PERFORM.

*>The reference decides first; the amount only when the reference
*>names no invoice at all.
Match-One-Credit.
    MOVE 0 TO WS-Match-Idx.
    MOVE SPACES TO WS-Review-Reason.
    MOVE 0 TO WS-Amount-Match-Count.
    MOVE 0 TO WS-NT-Count.
    IF Bank-Amount NOT NUMERIC OR Bank-Date NOT NUMERIC
        MOVE "AMOUNT OR DATE NOT NUMERIC" TO WS-Review-Reason
        MOVE 0 TO WS-RT-Count
    ELSE
        PERFORM Scan-Reference
        IF WS-RT-Count > 0
            EVALUATE TRUE
                WHEN WS-Open-Ref-Count = 1 AND WS-RT-Count = 1
                    MOVE WS-Open-Ref-Idx TO WS-Match-Idx
                    MOVE "REFERENCE" TO WS-Match-Method
                WHEN WS-Open-Ref-Count = 0
                    MOVE "INVOICE QUOTED IS ALREADY SETTLED OR MATCHED"
                        TO WS-Review-Reason
                WHEN OTHER
                    MOVE "REFERENCE QUOTES MORE THAN ONE INVOICE"
                        TO WS-Review-Reason
            END-EVALUATE
        ELSE
            PERFORM Match-By-Amount
            IF WS-Amount-Match-Count = 1
                MOVE WS-Amount-Match-Idx TO WS-Match-Idx
                MOVE "AMOUNT" TO WS-Match-Method
            ELSE
                IF WS-Amount-Match-Count = 0
                    MOVE "NO INVOICE QUOTED, NO OPEN INVOICE OF THAT AMOUNT"
                        TO WS-Review-Reason
                ELSE
                    MOVE "NO INVOICE QUOTED, SEVERAL INVOICES OF THAT AMOUNT"
                        TO WS-Review-Reason
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-Match-Idx > 0
        PERFORM Write-Receipt
    ELSE
        PERFORM Write-Review
    END-IF.

*>Every run of exactly six digits, not part of a longer number, that
*>is an invoice on the history.
Scan-Reference.
    MOVE 0 TO WS-RT-Count.
    MOVE 0 TO WS-Open-Ref-Count.
    PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > 55
        IF Bank-Reference(WS-Pos:6) NUMERIC
            MOVE "Y" TO WS-Standalone
            IF WS-Pos > 1
                IF Bank-Reference(WS-Pos - 1:1) NUMERIC
                    MOVE "N" TO WS-Standalone
                END-IF
            END-IF
            IF WS-Pos < 55
                IF Bank-Reference(WS-Pos + 6:1) NUMERIC
                    MOVE "N" TO WS-Standalone
                END-IF
            END-IF
            IF Number-Stands-Alone
                MOVE Bank-Reference(WS-Pos:6) TO WS-Ref-Number-X
                MOVE WS-Ref-Number TO WS-Find-Invoice
                PERFORM Find-Invoice
                IF WS-IT-Found > 0
                    PERFORM Note-Referenced-Invoice
                END-IF
            END-IF
        END-IF
    END-PERFORM.

Note-Referenced-Invoice.
    MOVE 0 TO WS-IT-Idx.
    PERFORM VARYING WS-RT-Idx FROM 1 BY 1
            UNTIL WS-RT-Idx > WS-RT-Count
        IF WS-RT-IT-Idx(WS-RT-Idx) = WS-IT-Found
            MOVE WS-IT-Found TO WS-IT-Idx
        END-IF
    END-PERFORM.
    IF WS-IT-Idx = 0 AND WS-RT-Count < 5
        ADD 1 TO WS-RT-Count
        MOVE WS-IT-Found TO WS-RT-IT-Idx(WS-RT-Count)
        IF IT-Open(WS-IT-Found)
            ADD 1 TO WS-Open-Ref-Count
            MOVE WS-IT-Found TO WS-Open-Ref-Idx
        END-IF
    END-IF.

*>Open invoices in the statement currency of exactly the amount;
*>the nearest three are kept in case there is none.
Match-By-Amount.
    PERFORM VARYING WS-IT-Idx FROM 1 BY 1
            UNTIL WS-IT-Idx > WS-IT-Count
        IF IT-Open(WS-IT-Idx)
                AND WS-IT-Currency(WS-IT-Idx) = Bank-Currency
            IF WS-IT-Total(WS-IT-Idx) = Bank-Amount
                ADD 1 TO WS-Amount-Match-Count
                MOVE WS-IT-Idx TO WS-Amount-Match-Idx
            END-IF
            IF WS-IT-Total(WS-IT-Idx) > Bank-Amount
                COMPUTE WS-Diff = WS-IT-Total(WS-IT-Idx) - Bank-Amount
            ELSE
                COMPUTE WS-Diff = Bank-Amount - WS-IT-Total(WS-IT-Idx)
            END-IF
            PERFORM Keep-Nearest
        END-IF
    END-PERFORM.

Keep-Nearest.
    MOVE 0 TO WS-NT-Idx.
    PERFORM VARYING WS-NT-Shift FROM 1 BY 1
            UNTIL WS-NT-Shift > WS-NT-Count OR WS-NT-Idx > 0
        IF WS-Diff < WS-NT-Diff(WS-NT-Shift)
            MOVE WS-NT-Shift TO WS-NT-Idx
        END-IF
    END-PERFORM.
    IF WS-NT-Idx = 0 AND WS-NT-Count < 3
        ADD 1 TO WS-NT-Count
        MOVE WS-NT-Count TO WS-NT-Idx
    ELSE
        IF WS-NT-Idx > 0
            IF WS-NT-Count < 3
                ADD 1 TO WS-NT-Count
            END-IF
            PERFORM VARYING WS-NT-Shift FROM WS-NT-Count BY -1
                    UNTIL WS-NT-Shift <= WS-NT-Idx
                MOVE WS-NT-Entry(WS-NT-Shift - 1)
                    TO WS-NT-Entry(WS-NT-Shift)
            END-PERFORM
        END-IF
    END-IF.
    IF WS-NT-Idx > 0
        MOVE WS-IT-Idx TO WS-NT-IT-Idx(WS-NT-Idx)
        MOVE WS-Diff TO WS-NT-Diff(WS-NT-Idx)
    END-IF.

*>The receipt goes to CashReceipts exactly as a keyed one would, and
*>the invoice is not offered to another credit this run.
Write-Receipt.
    MOVE WS-IT-CustNum(WS-Match-Idx) TO Receipt-CustNum.
    MOVE Bank-Amount TO Receipt-Amount.
    MOVE Bank-Currency TO Receipt-Currency.
    MOVE Bank-Date TO Receipt-Date.
    MOVE WS-IT-Invoice(WS-Match-Idx) TO Receipt-Invoice.
    WRITE RECEIPT-REC.
    IF ReceiptsStatus NOT = "00"
        DISPLAY "BANKSTMTMATCH: ABEND - cannot write RECEIPTS-FILE, "
            "status " ReceiptsStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "T" TO WS-IT-State(WS-Match-Idx).
    ADD 1 TO WS-Matched-Count.
    MOVE Bank-Amount TO WS-Amount-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "MATCHED  " DELIMITED BY SIZE
           Bank-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Amount-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Bank-Currency DELIMITED BY SIZE
           "  CUST " DELIMITED BY SIZE
           Receipt-CustNum DELIMITED BY SIZE
           "  INVOICE " DELIMITED BY SIZE
           Receipt-Invoice DELIMITED BY SIZE
           "  BY " DELIMITED BY SIZE
           WS-Match-Method DELIMITED BY SPACE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Write-Review.
    ADD 1 TO WS-Review-Count.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    IF Bank-Amount NUMERIC
        MOVE Bank-Amount TO WS-Amount-Display
    ELSE
        MOVE 0 TO WS-Amount-Display
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "REVIEW   " DELIMITED BY SIZE
           Bank-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Amount-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Bank-Currency DELIMITED BY SIZE
           "  REF: " DELIMITED BY SIZE
           Bank-Reference DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "         ** " DELIMITED BY SIZE
           WS-Review-Reason DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    EVALUATE TRUE
        WHEN WS-RT-Count > 0
            PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                    UNTIL WS-RT-Idx > WS-RT-Count
                MOVE WS-RT-IT-Idx(WS-RT-Idx) TO WS-IT-Idx
                PERFORM Write-Candidate
            END-PERFORM
        WHEN WS-Amount-Match-Count > 1
            PERFORM VARYING WS-IT-Idx FROM 1 BY 1
                    UNTIL WS-IT-Idx > WS-IT-Count
                IF IT-Open(WS-IT-Idx)
                        AND WS-IT-Currency(WS-IT-Idx) = Bank-Currency
                        AND WS-IT-Total(WS-IT-Idx) = Bank-Amount
                    PERFORM Write-Candidate
                END-IF
            END-PERFORM
        WHEN WS-NT-Count > 0
            PERFORM VARYING WS-NT-Idx FROM 1 BY 1
                    UNTIL WS-NT-Idx > WS-NT-Count
                MOVE WS-NT-IT-Idx(WS-NT-Idx) TO WS-IT-Idx
                PERFORM Write-Candidate
            END-PERFORM
        WHEN OTHER
            MOVE "         NO CANDIDATES" TO REPORT-LINE
            WRITE REPORT-LINE
    END-EVALUATE.

Write-Candidate.
    MOVE WS-IT-Total(WS-IT-Idx) TO WS-Total-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "         CANDIDATE INVOICE " DELIMITED BY SIZE
           WS-IT-Invoice(WS-IT-Idx) DELIMITED BY SIZE
           "  CUST " DELIMITED BY SIZE
           WS-IT-CustNum(WS-IT-Idx) DELIMITED BY SIZE
           "  DATED " DELIMITED BY SIZE
           WS-IT-Date(WS-IT-Idx) DELIMITED BY SIZE
           "  TOTAL " DELIMITED BY SIZE
           WS-Total-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IT-Currency(WS-IT-Idx) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    EVALUATE TRUE
        WHEN IT-Settled(WS-IT-Idx)
            MOVE "SETTLED" TO REPORT-LINE(96:)
        WHEN IT-Taken(WS-IT-Idx)
            MOVE "RECEIPT ALREADY WAITING" TO REPORT-LINE(96:)
        WHEN OTHER
            MOVE "OPEN" TO REPORT-LINE(96:)
    END-EVALUATE.
    WRITE REPORT-LINE.
