      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SequenceAudit.
AUTHOR.  Michael Coughlan.
*>Number-series audit for the auditors, who want invoice numbers
*>(and every other document number we issue) to run without gaps or
*>duplicates and nobody could prove it: a Despatch crash and rerun,
*>for one, can leave INVCTL.DAT advanced past numbers that never
*>reached DESPHIST.DAT.  Four series are checked, each against the
*>documents that actually carry it - invoices on DESPHIST.DAT and
*>every DESPHIST-yyyymm.ARC month PeriodArchive has cut over the
*>last seven years; purchase orders on POREG.DAT and BPOREG.DAT,
*>which share the PONUM.CTL sequence; RMAs on RMAREG.DAT; order
*>batches on BATCHREG.DAT.  One document is one invoice's run of
*>history lines, or one PO's lines for one supplier on one date, or
*>one register record.  Every number is sorted into series order
*>and SEQAUDIT.RPT lists each gap (as a range), each number used by
*>more than one document, and each number dated earlier than the
*>number before it, then proves the series' control file: its next
*>number must be above the highest number used, and numbers it has
*>issued that no document carries are reported as a gap at the end
*>of the series.  BATCHREG.DAT carries no dates, so batches are not
*>checked for date order.  RETURN-CODE 4 on any finding so it can be
*>gated like the other checkers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>The live history and its monthly archives share one layout, so
*>one file is opened in turn under each name.
    SELECT DESPHIST-IN ASSIGN TO DYNAMIC WS-Hist-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT PO-REGISTER ASSIGN TO "POREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-REG-KEY
        FILE STATUS IS PO-REG-STATUS-WB.

    SELECT BPO-REGISTER ASSIGN TO "BPOREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BPO-REG-KEY
        FILE STATUS IS BpoRegStatus.

    SELECT RMA-REGISTER ASSIGN TO "RMAREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RMA-NUMBER
        FILE STATUS IS RmaRegStatus.

    SELECT BATCH-REGISTER ASSIGN TO "BATCHREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BatchRegStatus.

*>INVCTL.DAT, PONUM.CTL, RMANUM.CTL and BATCHNUM.CTL all hold just
*>the next number, so one file is opened in turn under each name.
    SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-Ctl-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CtlStatus.

    SELECT SORT-WORK-FILE ASSIGN TO "SEQSORT.TMP".

    SELECT AUDIT-RPT ASSIGN TO "SEQAUDIT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
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
01  HIST-TRAILER.
    02  Hist-Trailer-Tag        PIC X(5).
    02  FILLER                  PIC X(31).

FD  PO-REGISTER.
01  PO-REG-REC.
    88  EndOfPoRegister         VALUE HIGH-VALUES.
    02  PO-REG-KEY.
        03  PO-REG-PO-NUMBER    PIC 9(6).
        03  PO-REG-STOCK-NUM    PIC 9(5).
    02  PO-REG-MANF-CODE        PIC X(4).
    02  PO-REG-QTY-ORDERED      PIC 9(6).
    02  PO-REG-QTY-RECEIVED     PIC 9(6).
    02  PO-REG-ORDER-DATE       PIC 9(8).
    02  PO-REG-RECEIPT-DATE     PIC 9(8).
    02  PO-REG-LINE-STATUS      PIC X.

FD  BPO-REGISTER.
01  BPO-REG-REC.
    88  EndOfBpoRegister        VALUE HIGH-VALUES.
    02  BPO-REG-KEY.
        03  BPO-REG-PO-NUMBER   PIC 9(6).
        03  BPO-REG-BOOK-ID     PIC X(5).
    02  BPO-REG-SUPPLIER        PIC X(4).
    02  BPO-REG-QTY-ORDERED     PIC 999.
    02  BPO-REG-QTY-RECEIVED    PIC 999.
    02  BPO-REG-ORDER-DATE      PIC 9(8).
    02  BPO-REG-RECEIPT-DATE    PIC 9(8).
    02  BPO-REG-LINE-STATUS     PIC X.

FD  RMA-REGISTER.
01  RMA-REG-REC.
    88  EndOfRmaRegister        VALUE HIGH-VALUES.
    02  RMA-NUMBER              PIC 9(6).
    02  RMA-DATE                PIC 9(8).
    02  RMA-CUSTNUM             PIC X(4).
    02  RMA-BOOK-ID             PIC X(5).
    02  RMA-QTY-AUTH            PIC 999.
    02  RMA-QTY-RETURNED        PIC 999.
    02  RMA-UNIT-PRICE          PIC 99V99.
    02  RMA-CURRENCY            PIC XXX.
    02  RMA-STATUS              PIC X.

FD  BATCH-REGISTER.
01  BATCH-REGISTER-REC.
    88  EndOfBatchRegister      VALUE HIGH-VALUES.
    02  Reg-Batch-Number        PIC 9(6).

FD  CONTROL-FILE.
01  CONTROL-REC.
    02  CTL-NEXT-NUMBER         PIC 9(6).

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  SORT-Series             PIC 9.
    02  SORT-Number             PIC 9(6).
    02  SORT-Date               PIC 9(8).
    02  SORT-Source             PIC X(20).
    02  SORT-Party              PIC X(4).

FD  AUDIT-RPT.
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  HistStatus                  PIC XX.
01  PO-REG-STATUS-WB            PIC XX.
01  BpoRegStatus                PIC XX.
01  RmaRegStatus                PIC XX.
01  BatchRegStatus              PIC XX.
01  CtlStatus                   PIC XX.
01  ReportStatus                PIC XX.
01  WS-Hist-Name                PIC X(40).
01  WS-Ctl-Name                 PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".
01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

*>The archive months from seven years back up to this one.
01  WS-Archive-Years            PIC 99 VALUE 7.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Last-Month-Key           PIC 9(6).
01  WS-Archive-Count            PIC 99 VALUE 0.

*>One entry per series, in report order: its name, what the party
*>on its documents is (customer or supplier) and its control file.
*>The next number each control file holds is kept alongside, zero
*>when there is no control file.
01  WS-Series-Values.
    02  FILLER PIC X(32) VALUE "INVOICE CUSTINVCTL.DAT          ".
    02  FILLER PIC X(32) VALUE "PO      SUPPPONUM.CTL           ".
    02  FILLER PIC X(32) VALUE "RMA     CUSTRMANUM.CTL          ".
    02  FILLER PIC X(32) VALUE "BATCH       BATCHNUM.CTL        ".
01  WS-Series-Table REDEFINES WS-Series-Values.
    02  WS-ST-Entry OCCURS 4 TIMES.
        03  WS-ST-Name          PIC X(8).
        03  WS-ST-Party-Label   PIC X(4).
        03  WS-ST-Ctl-File      PIC X(20).
01  WS-Series-Count             PIC 9 VALUE 4.
01  WS-Series-Idx               PIC 9.
01  WS-Ctl-Table.
    02  WS-Ctl-Next OCCURS 4 TIMES PIC 9(6).
    02  WS-Ctl-Found OCCURS 4 TIMES PIC X.

*>The document whose number was last released, while a file is read.
01  WS-Run-Number               PIC 9(6).
01  WS-Run-Date                 PIC 9(8).
01  WS-Run-Party                PIC X(4).
01  WS-Run-Open                 PIC X.
    88  Run-Is-Open             VALUE "Y".

*>The series being checked, as the sorted numbers come back.
01  WS-First-In-Series          PIC X.
    88  Is-First-In-Series      VALUE "Y".
01  WS-Prev-Number              PIC 9(6).
01  WS-Prev-Date                PIC 9(8).
01  WS-Prev-Source              PIC X(20).
01  WS-Prev-Party               PIC X(4).
01  WS-Low-Number               PIC 9(6).
01  WS-High-Number              PIC 9(6).
01  WS-Used-Count               PIC 9(7).
01  WS-Series-Findings          PIC 9(5).
01  WS-Gap-From                 PIC 9(6).
01  WS-Gap-To                   PIC 9(6).
01  WS-Gap-Count                PIC 9(6).
01  WS-Finding-Count            PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    OPEN OUTPUT AUDIT-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "SEQUENCEAUDIT: ABEND - cannot open AUDIT-RPT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "DOCUMENT NUMBER SEQUENCE AUDIT  " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-Series-Idx FROM 1 BY 1
            UNTIL WS-Series-Idx > WS-Series-Count
        PERFORM Read-Control-File
    END-PERFORM.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-Series, SORT-Number, SORT-Date
        INPUT PROCEDURE IS Release-Numbers
        OUTPUT PROCEDURE IS Audit-Numbers.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "TOTAL FINDINGS: " DELIMITED BY SIZE
           WS-Finding-Count DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    CLOSE AUDIT-RPT.
    DISPLAY "SEQUENCEAUDIT: " WS-Finding-Count " finding(s), "
        "see SEQAUDIT.RPT".
    IF WS-Finding-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>A missing control file is remembered, not an error here: the
*>series check reports it if the series has numbers in use.
Read-Control-File.
    MOVE 0 TO WS-Ctl-Next(WS-Series-Idx).
    MOVE "N" TO WS-Ctl-Found(WS-Series-Idx).
    MOVE WS-ST-Ctl-File(WS-Series-Idx) TO WS-Ctl-Name.
    OPEN INPUT CONTROL-FILE.
    EVALUATE CtlStatus
        WHEN "00"
            READ CONTROL-FILE
                AT END CONTINUE
            END-READ
            IF CtlStatus = "00" AND CTL-NEXT-NUMBER NUMERIC
                MOVE CTL-NEXT-NUMBER TO WS-Ctl-Next(WS-Series-Idx)
                MOVE "Y" TO WS-Ctl-Found(WS-Series-Idx)
            END-IF
            CLOSE CONTROL-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "SEQUENCEAUDIT: ABEND - cannot open " WS-Ctl-Name
                ", status " CtlStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Release-Numbers.
    PERFORM Release-Invoice-Numbers.
    PERFORM Release-PO-Numbers.
    PERFORM Release-RMA-Numbers.
    PERFORM Release-Batch-Numbers.

*>An archive month PeriodArchive never cut (or one already moved
*>off-line) is simply not read.
Release-Invoice-Numbers.
    MOVE "DESPHIST.DAT" TO WS-Hist-Name.
    PERFORM Scan-History-File.
    MOVE WS-CD-YYYYMMDD(1:4) TO WS-Scan-Year.
    SUBTRACT WS-Archive-Years FROM WS-Scan-Year.
    MOVE WS-CD-YYYYMMDD(5:2) TO WS-Scan-Month.
    MOVE WS-CD-YYYYMMDD(1:6) TO WS-Last-Month-Key.
    PERFORM UNTIL WS-Scan-Month-Key > WS-Last-Month-Key
        MOVE SPACES TO WS-Hist-Name
        STRING "DESPHIST-" WS-Scan-Month-Key ".ARC" DELIMITED BY SIZE
            INTO WS-Hist-Name
        END-STRING
        PERFORM Scan-History-File
        IF WS-Scan-Month = 12
            MOVE 1 TO WS-Scan-Month
            ADD 1 TO WS-Scan-Year
        ELSE
            ADD 1 TO WS-Scan-Month
        END-IF
    END-PERFORM.

*>Despatch writes an invoice's lines together, its *POST and *VAT
*>lines included, so each run of lines under one number is one
*>invoice; the same number turning up again later is a second one.
*>Lines from before invoices were numbered carry zero and are not
*>part of the series, and an archive's count trailer is not history.
Scan-History-File.
    OPEN INPUT DESPHIST-IN.
    EVALUATE HistStatus
        WHEN "00"
            IF WS-Hist-Name NOT = "DESPHIST.DAT"
                ADD 1 TO WS-Archive-Count
            END-IF
            MOVE "N" TO WS-Run-Open
            READ DESPHIST-IN
                AT END SET EndOfHistory TO TRUE
            END-READ
            PERFORM UNTIL EndOfHistory
                IF Hist-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                        AND Hist-Date NUMERIC AND Hist-Date > 0
                        AND Hist-Invoice-Number NUMERIC
                        AND Hist-Invoice-Number > 0
                    PERFORM Note-History-Line
                END-IF
                READ DESPHIST-IN
                    AT END SET EndOfHistory TO TRUE
                END-READ
            END-PERFORM
            CLOSE DESPHIST-IN
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "SEQUENCEAUDIT: ABEND - cannot open "
                WS-Hist-Name ", status " HistStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Note-History-Line.
    IF NOT Run-Is-Open OR Hist-Invoice-Number NOT = WS-Run-Number
        MOVE "Y" TO WS-Run-Open
        MOVE Hist-Invoice-Number TO WS-Run-Number
        MOVE 1 TO SORT-Series
        MOVE Hist-Invoice-Number TO SORT-Number
        MOVE Hist-Date TO SORT-Date
        MOVE WS-Hist-Name TO SORT-Source
        MOVE Hist-CustNum TO SORT-Party
        RELEASE SORT-REC
    END-IF.

*>Both registers are read in key order, so a PO's lines come
*>together; a PO number whose lines disagree on supplier or date was
*>issued twice.
Release-PO-Numbers.
    OPEN INPUT PO-REGISTER.
    EVALUATE PO-REG-STATUS-WB
        WHEN "00"
            MOVE "N" TO WS-Run-Open
            READ PO-REGISTER
                AT END SET EndOfPoRegister TO TRUE
            END-READ
            PERFORM UNTIL EndOfPoRegister
                IF NOT Run-Is-Open
                        OR PO-REG-PO-NUMBER NOT = WS-Run-Number
                        OR PO-REG-ORDER-DATE NOT = WS-Run-Date
                        OR PO-REG-MANF-CODE NOT = WS-Run-Party
                    MOVE "Y" TO WS-Run-Open
                    MOVE PO-REG-PO-NUMBER TO WS-Run-Number
                    MOVE PO-REG-ORDER-DATE TO WS-Run-Date
                    MOVE PO-REG-MANF-CODE TO WS-Run-Party
                    MOVE "POREG.DAT" TO SORT-Source
                    PERFORM Release-PO-Run
                END-IF
                READ PO-REGISTER
                    AT END SET EndOfPoRegister TO TRUE
                END-READ
            END-PERFORM
            CLOSE PO-REGISTER
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "SEQUENCEAUDIT: ABEND - cannot open PO-REGISTER, "
                "status " PO-REG-STATUS-WB
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    OPEN INPUT BPO-REGISTER.
    EVALUATE BpoRegStatus
        WHEN "00"
            MOVE "N" TO WS-Run-Open
            READ BPO-REGISTER
                AT END SET EndOfBpoRegister TO TRUE
            END-READ
            PERFORM UNTIL EndOfBpoRegister
                IF NOT Run-Is-Open
                        OR BPO-REG-PO-NUMBER NOT = WS-Run-Number
                        OR BPO-REG-ORDER-DATE NOT = WS-Run-Date
                        OR BPO-REG-SUPPLIER NOT = WS-Run-Party
                    MOVE "Y" TO WS-Run-Open
                    MOVE BPO-REG-PO-NUMBER TO WS-Run-Number
                    MOVE BPO-REG-ORDER-DATE TO WS-Run-Date
                    MOVE BPO-REG-SUPPLIER TO WS-Run-Party
                    MOVE "BPOREG.DAT" TO SORT-Source
                    PERFORM Release-PO-Run
                END-IF
                READ BPO-REGISTER
                    AT END SET EndOfBpoRegister TO TRUE
                END-READ
            END-PERFORM
            CLOSE BPO-REGISTER
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "SEQUENCEAUDIT: ABEND - cannot open BPO-REGISTER, "
                "status " BpoRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Release-PO-Run.
    MOVE 2 TO SORT-Series.
    MOVE WS-Run-Number TO SORT-Number.
    MOVE WS-Run-Date TO SORT-Date.
    MOVE WS-Run-Party TO SORT-Party.
    RELEASE SORT-REC.

Release-RMA-Numbers.
    OPEN INPUT RMA-REGISTER.
    EVALUATE RmaRegStatus
        WHEN "00"
            READ RMA-REGISTER
                AT END SET EndOfRmaRegister TO TRUE
            END-READ
            PERFORM UNTIL EndOfRmaRegister
                MOVE 3 TO SORT-Series
                MOVE RMA-NUMBER TO SORT-Number
                MOVE RMA-DATE TO SORT-Date
                MOVE "RMAREG.DAT" TO SORT-Source
                MOVE RMA-CUSTNUM TO SORT-Party
                RELEASE SORT-REC
                READ RMA-REGISTER
                    AT END SET EndOfRmaRegister TO TRUE
                END-READ
            END-PERFORM
            CLOSE RMA-REGISTER
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "SEQUENCEAUDIT: ABEND - cannot open RMA-REGISTER, "
                "status " RmaRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>A batch registered twice was released into the order stream twice.
Release-Batch-Numbers.
    OPEN INPUT BATCH-REGISTER.
    EVALUATE BatchRegStatus
        WHEN "00"
            READ BATCH-REGISTER
                AT END SET EndOfBatchRegister TO TRUE
            END-READ
            PERFORM UNTIL EndOfBatchRegister
                IF Reg-Batch-Number NUMERIC AND Reg-Batch-Number > 0
                    MOVE 4 TO SORT-Series
                    MOVE Reg-Batch-Number TO SORT-Number
                    MOVE 0 TO SORT-Date
                    MOVE "BATCHREG.DAT" TO SORT-Source
                    MOVE SPACES TO SORT-Party
                    RELEASE SORT-REC
                END-IF
                READ BATCH-REGISTER
                    AT END SET EndOfBatchRegister TO TRUE
                END-READ
            END-PERFORM
            CLOSE BATCH-REGISTER
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "SEQUENCEAUDIT: ABEND - cannot open BATCH-REGISTER,"
                " status " BatchRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Every series gets its section, even one with no numbers in use.
Audit-Numbers.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM VARYING WS-Series-Idx FROM 1 BY 1
            UNTIL WS-Series-Idx > WS-Series-Count
        PERFORM Start-Series
        PERFORM UNTIL END-OF-SORT OR SORT-Series NOT = WS-Series-Idx
            PERFORM Check-Number
            RETURN SORT-WORK-FILE
                AT END SET END-OF-SORT TO TRUE
            END-RETURN
        END-PERFORM
        PERFORM Finish-Series
    END-PERFORM.

Start-Series.
    MOVE "Y" TO WS-First-In-Series.
    MOVE 0 TO WS-Prev-Number, WS-Prev-Date.
    MOVE 0 TO WS-Low-Number, WS-High-Number.
    MOVE 0 TO WS-Used-Count, WS-Series-Findings.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-ST-Name(WS-Series-Idx) DELIMITED BY SPACE
           " NUMBERS" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

*>The numbers come back in order, so a number equal to the last one
*>is a second document under it, one more than one past the last
*>leaves a gap, and a date earlier than the last number's is out of
*>order (batches carry no date and are never compared).
Check-Number.
    IF NOT Is-First-In-Series AND SORT-Number = WS-Prev-Number
        PERFORM Report-Duplicate
    ELSE
        IF Is-First-In-Series
            MOVE SORT-Number TO WS-Low-Number
        ELSE
            IF SORT-Number > WS-Prev-Number + 1
                COMPUTE WS-Gap-From = WS-Prev-Number + 1
                COMPUTE WS-Gap-To = SORT-Number - 1
                PERFORM Report-Gap
            END-IF
            IF SORT-Date > 0 AND WS-Prev-Date > 0
                    AND SORT-Date < WS-Prev-Date
                PERFORM Report-Date-Order
            END-IF
        END-IF
        ADD 1 TO WS-Used-Count
        MOVE SORT-Number TO WS-High-Number
    END-IF.
    MOVE "N" TO WS-First-In-Series.
    MOVE SORT-Number TO WS-Prev-Number.
    MOVE SORT-Date TO WS-Prev-Date.
    MOVE SORT-Source TO WS-Prev-Source.
    MOVE SORT-Party TO WS-Prev-Party.

Report-Gap.
    ADD 1 TO WS-Series-Findings, WS-Finding-Count.
    COMPUTE WS-Gap-Count = WS-Gap-To - WS-Gap-From + 1.
    MOVE SPACES TO REPORT-LINE.
    STRING "  GAP        " DELIMITED BY SIZE
           WS-Gap-From DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-Gap-To DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Gap-Count DELIMITED BY SIZE
           " NUMBER(S) NOT ON ANY DOCUMENT" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Report-Duplicate.
    ADD 1 TO WS-Series-Findings, WS-Finding-Count.
    MOVE SPACES TO REPORT-LINE.
    STRING "  DUPLICATE  " DELIMITED BY SIZE
           SORT-Number DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Prev-Source DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           WS-Prev-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ST-Party-Label(WS-Series-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Prev-Party DELIMITED BY SIZE
           "  AGAIN ON " DELIMITED BY SIZE
           SORT-Source DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           SORT-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ST-Party-Label(WS-Series-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SORT-Party DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Report-Date-Order.
    ADD 1 TO WS-Series-Findings, WS-Finding-Count.
    MOVE SPACES TO REPORT-LINE.
    STRING "  DATE ORDER " DELIMITED BY SIZE
           SORT-Number DELIMITED BY SIZE
           " DATED " DELIMITED BY SIZE
           SORT-Date DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           SORT-Source DELIMITED BY SPACE
           ", BEFORE " DELIMITED BY SIZE
           WS-Prev-Number DELIMITED BY SIZE
           " DATED " DELIMITED BY SIZE
           WS-Prev-Date DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

*>The control file must be about to issue a number above every one
*>in use; numbers it has already issued past the highest in use were
*>taken and never reached a document.  With no control file at all
*>the next run would start the series again at 000001.
Finish-Series.
    IF WS-Used-Count > 0
        EVALUATE TRUE
            WHEN WS-Ctl-Found(WS-Series-Idx) NOT = "Y"
                ADD 1 TO WS-Series-Findings, WS-Finding-Count
                MOVE SPACES TO REPORT-LINE
                STRING "  CONTROL    " DELIMITED BY SIZE
                       WS-ST-Ctl-File(WS-Series-Idx) DELIMITED BY SPACE
                       " IS MISSING - THE SERIES WOULD RESTART AT 000001"
                           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            WHEN WS-Ctl-Next(WS-Series-Idx) NOT > WS-High-Number
                ADD 1 TO WS-Series-Findings, WS-Finding-Count
                MOVE SPACES TO REPORT-LINE
                STRING "  CONTROL    " DELIMITED BY SIZE
                       WS-ST-Ctl-File(WS-Series-Idx) DELIMITED BY SPACE
                       " NEXT NUMBER " DELIMITED BY SIZE
                       WS-Ctl-Next(WS-Series-Idx) DELIMITED BY SIZE
                       " IS NOT ABOVE HIGHEST USED " DELIMITED BY SIZE
                       WS-High-Number DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                WRITE REPORT-LINE
            WHEN WS-Ctl-Next(WS-Series-Idx) > WS-High-Number + 1
                COMPUTE WS-Gap-From = WS-High-Number + 1
                COMPUTE WS-Gap-To = WS-Ctl-Next(WS-Series-Idx) - 1
                PERFORM Report-Gap
        END-EVALUATE
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    IF WS-Used-Count = 0
        STRING "  NO NUMBERS IN USE" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               WS-Used-Count DELIMITED BY SIZE
               " NUMBER(S) IN USE FROM " DELIMITED BY SIZE
               WS-Low-Number DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-High-Number DELIMITED BY SIZE
               ", CONTROL NEXT " DELIMITED BY SIZE
               WS-Ctl-Next(WS-Series-Idx) DELIMITED BY SIZE
               ", FINDINGS " DELIMITED BY SIZE
               WS-Series-Findings DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
    END-IF.
    WRITE REPORT-LINE.
    IF WS-Series-Idx = 1
        MOVE SPACES TO REPORT-LINE
        STRING "  (DESPHIST.DAT AND " DELIMITED BY SIZE
               WS-Archive-Count DELIMITED BY SIZE
               " ARCHIVE MONTH(S) READ)" DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-IF.
