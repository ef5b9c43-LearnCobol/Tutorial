      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  CustomerRetention.
AUTHOR.  Michael Coughlan.
*>Customer data retention run.  Deactivated customers used to stay
*>on CUSTOMER.DAT for ever with their full name and address, and the
*>reminder and backorder letters carried the same address on, where
*>the data-protection policy says personal details must go once
*>there has been no trading for the retention period - six years
*>unless ACME_RETENTION_YEARS says otherwise.  A customer is due
*>when deactivated (CUST-STATUS-CM "D"), owing nothing
*>(CUST-BALANCE-CM zero) and quiet: no DESPHIST.DAT line, or line in
*>any DESPHIST-yyyymm.ARC month PeriodArchive has cut, dated inside
*>the window; no RMA on RMAREG.DAT dated inside it or still open; and
*>nothing waiting on BACKORDER.DAT or HELDORD.DAT at all, since an
*>order still to ship needs its address whatever its age.  The due
*>accounts are listed at the console and, once confirmed, each has
*>its name and address lines blanked on the master - CUST-NUM-CM and
*>everything else stay, so the history still joins - and the same on
*>every DELIVADDR.DAT address it holds.  Its letters are purged from
*>REMINDER.DAT and BOLETTER.DAT (a letter is recognised by the name
*>and first address line it opens with), and the copies of its name
*>and address inside earlier before- and after-images on the
*>MCHGLOG.DAT journal are blanked too, the rest of each entry kept;
*>the anonymisation itself is journalled as action N with no
*>personal details in it.  DelivAddrMaint journals its ship-to
*>addresses (master DLV) in the same way, so their names and address
*>lines are blanked from the journal alike, and each delivery
*>address blanked here is journalled as DLV action N.  ANONCERT.RPT
*>is the certificate for the data-protection officer: every account
*>anonymised, every deactivated account kept and why, and the
*>letters and journal entries dealt with.  A name already blank has
*>been anonymised before and is passed over.  Logged START and END
*>through RunAuditLog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-NUM-CM
        FILE STATUS IS Cust-Status.

    SELECT DELIV-FILE ASSIGN TO "DELIVADDR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DA-KEY
        FILE STATUS IS Deliv-Status.

*>The live history and its monthly archives share one layout, so
*>one file is opened in turn under each name.
    SELECT DESPHIST-IN ASSIGN TO DYNAMIC WS-Hist-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HistStatus.

    SELECT BACKORDER-IN ASSIGN TO "BACKORDER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BackorderStatus.

    SELECT HELDORD-IN ASSIGN TO "HELDORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HeldStatus.

    SELECT RMA-REGISTER ASSIGN TO "RMAREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RMA-NUMBER
        FILE STATUS IS RmaRegStatus.

*>REMINDER.DAT and BOLETTER.DAT share one layout, so one file is
*>opened in turn under each name and rewritten through LETTER-WORK.
    SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-Letter-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LetterStatus.

    SELECT LETTER-WORK ASSIGN TO "LETTERS.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LetterWorkStatus.

    SELECT JOURNAL-FILE ASSIGN TO "MCHGLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalStatus.

    SELECT JOURNAL-WORK ASSIGN TO "MCHGLOG.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalWorkStatus.

    SELECT CERTIFICATE-RPT ASSIGN TO "ANONCERT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-FILE.
01  CUSTOMER-REC.
    02  CUST-NUM-CM           PIC X(4).
    02  CUST-NAME-CM          PIC X(30).
    02  CUST-ADDR-LINE1-CM    PIC X(30).
    02  CUST-ADDR-LINE2-CM    PIC X(30).
    02  CUST-ADDR-LINE3-CM    PIC X(30).
    02  CUST-COUNTRY-CODE-CM  PIC XX.
    02  CUST-STATUS-CM        PIC X.
        88  Customer-Active   VALUE "A".
        88  Customer-Deactivated VALUE "D".
    02  CUST-CREDIT-LIMIT-CM  PIC 9(7)V99.
    02  CUST-BALANCE-CM       PIC S9(7)V99.
    02  CUST-DISCOUNT-PCT-CM  PIC 99V99.

FD  DELIV-FILE.
01  DELIV-REC.
    02  DA-KEY.
        03  DA-CUST-NUM         PIC X(4).
        03  DA-SHIP-TO          PIC XXX.
    02  DA-NAME                 PIC X(30).
    02  DA-ADDR-LINE1           PIC X(30).
    02  DA-ADDR-LINE2           PIC X(30).
    02  DA-ADDR-LINE3           PIC X(30).
    02  DA-COUNTRY-CODE         PIC XX.
    02  DA-STATUS               PIC X.

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

FD  BACKORDER-IN.
01  BACKORDER-REC.
    88  EndOfBackorders         VALUE HIGH-VALUES.
    02  Backorder-CustNum       PIC X(4).
    02  Backorder-Book-Id       PIC X(5).
    02  Backorder-Qty           PIC 999.
    02  Backorder-Country-Code  PIC XX.
    02  Backorder-Date          PIC 9(8).
    02  Backorder-Ship-To       PIC XXX.
    02  Backorder-Quote-Number  PIC 9(6).
    02  Backorder-Cust-Ref      PIC X(15).

FD  HELDORD-IN.
01  HELD-HEADER-REC.
    88  EndOfHeld               VALUE HIGH-VALUES.
    02  Held-H-Type             PIC X.
        88  Held-Is-Header      VALUE "H".
    02  Held-CustNum            PIC X(4).
    02  Held-Country            PIC XX.
    02  Held-Value-EUR          PIC 9(7)V99.
    02  Held-Date               PIC 9(8).
    02  Held-Ship-To            PIC XXX.
    02  Held-Quote-Number       PIC 9(6).
    02  Held-Cust-Ref           PIC X(15).

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
        88  RMA-Is-Open         VALUE "O".

FD  LETTER-FILE.
01  LETTER-LINE.
    88  EndOfLetters            VALUE HIGH-VALUES.
    02  LETTER-TEXT-30          PIC X(30).
    02  FILLER                  PIC X(50).

FD  LETTER-WORK.
01  LETTER-WORK-LINE            PIC X(80).

*>The MasterChangeLog journal line; a customer image is CUSTOMER-REC
*>as held, so its name and address are the 120 bytes after the key.
*>A delivery-address image is DELIV-REC, whose name and address are
*>the 120 bytes after its 7-byte key.
FD  JOURNAL-FILE.
01  CHANGE-REC.
    88  EndOfJournal            VALUE HIGH-VALUES.
    02  FILLER                  PIC X(50).
    02  MC-File-Id              PIC X(3).
    02  FILLER                  PIC X.
    02  MC-Key                  PIC X(12).
    02  FILLER                  PIC X(3).
    02  MC-Before-Image.
        03  MC-Before-Cust-Num  PIC X(4).
        03  MC-Before-Personal  PIC X(120).
        03  FILLER              PIC X(76).
    02  MC-Before-Deliv REDEFINES MC-Before-Image.
        03  MC-Before-DA-Cust   PIC X(4).
        03  FILLER              PIC XXX.
        03  MC-Before-DA-Address PIC X(120).
        03  FILLER              PIC X(73).
    02  FILLER                  PIC X.
    02  MC-After-Image.
        03  MC-After-Cust-Num   PIC X(4).
        03  MC-After-Personal   PIC X(120).
        03  FILLER              PIC X(76).
    02  MC-After-Deliv REDEFINES MC-After-Image.
        03  MC-After-DA-Cust    PIC X(4).
        03  FILLER              PIC XXX.
        03  MC-After-DA-Address PIC X(120).
        03  FILLER              PIC X(73).

FD  JOURNAL-WORK.
01  JOURNAL-WORK-REC            PIC X(470).

FD  CERTIFICATE-RPT.
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  Cust-Status                 PIC XX.
01  Deliv-Status                PIC XX.
01  HistStatus                  PIC XX.
01  BackorderStatus             PIC XX.
01  HeldStatus                  PIC XX.
01  RmaRegStatus                PIC XX.
01  LetterStatus                PIC XX.
01  LetterWorkStatus            PIC XX.
01  JournalStatus               PIC XX.
01  JournalWorkStatus           PIC XX.
01  ReportStatus                PIC XX.
01  WS-Hist-Name                PIC X(40).
01  WS-Letter-Name              PIC X(40).
01  WS-Trailer-Tag-Literal      PIC X(5) VALUE "99999".

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-Retention-Years-X.
    02  WS-Retention-Years      PIC 99.
01  WS-Default-Retention        PIC 99 VALUE 6.
01  WS-Window-Start             PIC 9(8).
01  WS-Window-Year              PIC 9(4).

*>The archive months from the start of the window up to this one.
01  WS-Scan-Month-Key.
    02  WS-Scan-Year            PIC 9(4).
    02  WS-Scan-Month           PIC 99.
01  WS-Last-Month-Key           PIC 9(6).
01  WS-Archive-Count            PIC 99 VALUE 0.

*>Every deactivated, zero-balance account still carrying a name, and
*>whether anything inside the window keeps it.  The name and first
*>address line are held only to recognise the account's letters.
01  WS-Candidate-Table.
    02  WS-CT-Entry OCCURS 500 TIMES.
        03  WS-CT-CustNum       PIC X(4).
        03  WS-CT-Name          PIC X(30).
        03  WS-CT-Addr-Line1    PIC X(30).
        03  WS-CT-Country       PIC XX.
        03  WS-CT-Kept          PIC X.
            88  CT-Is-Kept      VALUE "Y".
        03  WS-CT-Reason        PIC X(30).
        03  WS-CT-Last-Date     PIC 9(8).
        03  WS-CT-Addresses     PIC 99.
01  WS-CT-Count                 PIC 999 VALUE 0.
01  WS-CT-Idx                   PIC 999.
01  WS-CT-Found                 PIC 999.
01  WS-Check-Cust               PIC X(4).
01  WS-Table-Full               PIC X VALUE "N".
    88  Candidate-Table-Full    VALUE "Y".

01  WS-Due-Count                PIC 999 VALUE 0.
01  WS-Kept-Count               PIC 999 VALUE 0.
01  WS-Anonymised-Count         PIC 999 VALUE 0.
01  WS-Address-Count            PIC 9(5) VALUE 0.
01  WS-Reminders-Purged         PIC 9(5) VALUE 0.
01  WS-BO-Letters-Purged        PIC 9(5) VALUE 0.
01  WS-Letters-Purged           PIC 9(5).
01  WS-Journal-Scrubbed         PIC 9(5) VALUE 0.

01  WS-End-Of-File              PIC X.
    88  EndOfFile               VALUE "Y".
01  WS-Confirm                  PIC X.
    88  Is-Confirmed            VALUE "Y" "y".

*>Letter purge: each letter opens with the name line and the first
*>address line and closes with a rule of dashes.
01  WS-Letter-State             PIC X.
    88  At-Letter-Start         VALUE "S".
    88  Holding-Name-Line       VALUE "H".
    88  In-Letter-Body          VALUE "B".
01  WS-Held-Line                PIC X(80).
01  WS-Purge-Letter             PIC X.
    88  Purging-Letter          VALUE "Y".
01  WS-Letter-Rule              PIC X(80) VALUE ALL "-".

01  WS-Date-Display             PIC X(8).

01  WS-Audit-Action             PIC X(5).
01  WS-Audit-Program            PIC X(20) VALUE "CUSTOMERRETENTION".
01  WS-Audit-Source             PIC X(40) VALUE "CUSTOMER.DAT".
01  WS-Audit-Target             PIC X(40) VALUE "ANONCERT.RPT".
01  WS-Audit-Count              PIC 9(6).

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "CUSTOMERRETENTION".
01  WS-Chg-File-Id              PIC X(3) VALUE "CUS".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X VALUE "N".
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

*>The operator signed on for this run, shared by every program in it.
01  Signed-On-Operator EXTERNAL.
    02  SO-Operator-Id          PIC X(8).
    02  SO-Operator-Role        PIC XX.
    02  SO-Signed-On            PIC X.
        88  Operator-Signed-On  VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "CUSTOMERRETENTION".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    PERFORM Set-Retention-Window.
    PERFORM Collect-Candidates.
    IF WS-CT-Count = 0
        DISPLAY "CUSTOMERRETENTION: no deactivated customer with a "
            "zero balance still holds personal details"
        STOP RUN
    END-IF.
    PERFORM Check-History.
    PERFORM Check-Backorders.
    PERFORM Check-Held-Orders.
    PERFORM Check-RMAs.

    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF CT-Is-Kept(WS-CT-Idx)
            ADD 1 TO WS-Kept-Count
        ELSE
            ADD 1 TO WS-Due-Count
            DISPLAY "  " WS-CT-CustNum(WS-CT-Idx) "  "
                WS-CT-Name(WS-CT-Idx) "  " WS-CT-Country(WS-CT-Idx)
        END-IF
    END-PERFORM.
    IF WS-Due-Count = 0
        DISPLAY "CUSTOMERRETENTION: " WS-Kept-Count " deactivated "
            "account(s) have traded since " WS-Window-Start
            " or have orders waiting - none due"
        STOP RUN
    END-IF.
    DISPLAY "CUSTOMERRETENTION: " WS-Due-Count " account(s) above "
        "have not traded since " WS-Window-Start.
    DISPLAY "Anonymise these accounts? This cannot be undone (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-Confirm.
    IF NOT Is-Confirmed
        DISPLAY "CUSTOMERRETENTION: nothing anonymised"
        STOP RUN
    END-IF.

    MOVE "START" TO WS-Audit-Action.
    MOVE 0 TO WS-Audit-Count.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Audit-Source, WS-Audit-Target, WS-Audit-Count.
    PERFORM Anonymise-Masters.
    MOVE "REMINDER.DAT" TO WS-Letter-Name.
    PERFORM Purge-Letter-File.
    MOVE WS-Letters-Purged TO WS-Reminders-Purged.
    MOVE "BOLETTER.DAT" TO WS-Letter-Name.
    PERFORM Purge-Letter-File.
    MOVE WS-Letters-Purged TO WS-BO-Letters-Purged.
    PERFORM Scrub-Journal.
    PERFORM Write-Certificate.
    MOVE "END" TO WS-Audit-Action.
    MOVE WS-Anonymised-Count TO WS-Audit-Count.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Audit-Source, WS-Audit-Target, WS-Audit-Count.
    DISPLAY "CUSTOMERRETENTION: " WS-Anonymised-Count
        " account(s) anonymised, see ANONCERT.RPT".
    IF Candidate-Table-Full
        DISPLAY "CUSTOMERRETENTION: more accounts may be due - "
            "run again"
    END-IF.
    STOP RUN.

*>The window opens the same day the given number of years ago; 29th
*>February falls back to the 28th.
Set-Retention-Window.
    DISPLAY "ACME_RETENTION_YEARS" UPON ENVIRONMENT-NAME.
    ACCEPT WS-Retention-Years-X FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Default-Retention TO WS-Retention-Years
    END-ACCEPT.
    IF WS-Retention-Years-X(2:1) = SPACE
        MOVE WS-Retention-Years-X(1:1) TO WS-Retention-Years-X(2:1)
        MOVE "0" TO WS-Retention-Years-X(1:1)
    END-IF.
    IF WS-Retention-Years-X NOT NUMERIC OR WS-Retention-Years = 0
        DISPLAY "CUSTOMERRETENTION: ABEND - ACME_RETENTION_YEARS "
            "must be a number of years from 01 to 99"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-CD-YYYYMMDD(1:4) TO WS-Window-Year.
    SUBTRACT WS-Retention-Years FROM WS-Window-Year.
    MOVE WS-CD-YYYYMMDD TO WS-Window-Start.
    MOVE WS-Window-Year TO WS-Window-Start(1:4).
    IF WS-Window-Start(5:4) = "0229"
        MOVE "0228" TO WS-Window-Start(5:4)
    END-IF.

Collect-Candidates.
    OPEN INPUT CUSTOMER-FILE.
    IF Cust-Status NOT = "00"
        DISPLAY "CUSTOMERRETENTION: ABEND - cannot open CUSTOMER-FILE, "
            "status " Cust-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-End-Of-File.
    PERFORM UNTIL EndOfFile
        READ CUSTOMER-FILE NEXT RECORD
            AT END SET EndOfFile TO TRUE
            NOT AT END
                IF Customer-Deactivated AND CUST-BALANCE-CM = 0
                        AND CUST-NAME-CM NOT = SPACES
                    PERFORM Add-Candidate
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CUSTOMER-FILE.

*>A full table leaves the rest for the next run rather than stopping
*>this one: each run anonymises what it has proved.
Add-Candidate.
    IF WS-CT-Count >= 500
        SET Candidate-Table-Full TO TRUE
    ELSE
        ADD 1 TO WS-CT-Count
        MOVE CUST-NUM-CM TO WS-CT-CustNum(WS-CT-Count)
        MOVE CUST-NAME-CM TO WS-CT-Name(WS-CT-Count)
        MOVE CUST-ADDR-LINE1-CM TO WS-CT-Addr-Line1(WS-CT-Count)
        MOVE CUST-COUNTRY-CODE-CM TO WS-CT-Country(WS-CT-Count)
        MOVE "N" TO WS-CT-Kept(WS-CT-Count)
        MOVE SPACES TO WS-CT-Reason(WS-CT-Count)
        MOVE 0 TO WS-CT-Last-Date(WS-CT-Count)
        MOVE 0 TO WS-CT-Addresses(WS-CT-Count)
    END-IF.

Find-Candidate.
    MOVE 0 TO WS-CT-Found.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count OR WS-CT-Found > 0
        IF WS-CT-CustNum(WS-CT-Idx) = WS-Check-Cust
            MOVE WS-CT-Idx TO WS-CT-Found
        END-IF
    END-PERFORM.

*>An archive month PeriodArchive never cut (or one already moved
*>off-line) is simply not read.  An archive is named for the last
*>month it holds, so anything inside the window lies in the window's
*>first month's archive or a later one.
Check-History.
    MOVE "DESPHIST.DAT" TO WS-Hist-Name.
    PERFORM Scan-History-File.
    MOVE WS-Window-Start(1:4) TO WS-Scan-Year.
    MOVE WS-Window-Start(5:2) TO WS-Scan-Month.
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

*>The archive's count trailer is not history.
Scan-History-File.
    OPEN INPUT DESPHIST-IN.
    EVALUATE HistStatus
        WHEN "00"
            IF WS-Hist-Name NOT = "DESPHIST.DAT"
                ADD 1 TO WS-Archive-Count
            END-IF
            READ DESPHIST-IN
                AT END SET EndOfHistory TO TRUE
            END-READ
            PERFORM UNTIL EndOfHistory
                IF Hist-Trailer-Tag NOT = WS-Trailer-Tag-Literal
                        AND Hist-Date NUMERIC
                        AND Hist-Date NOT < WS-Window-Start
                    MOVE Hist-CustNum TO WS-Check-Cust
                    PERFORM Find-Candidate
                    IF WS-CT-Found > 0
                        PERFORM Keep-For-Trading
                    END-IF
                END-IF
                READ DESPHIST-IN
                    AT END SET EndOfHistory TO TRUE
                END-READ
            END-PERFORM
            CLOSE DESPHIST-IN
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                WS-Hist-Name ", status " HistStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Keep-For-Trading.
    MOVE "Y" TO WS-CT-Kept(WS-CT-Found).
    IF Hist-Date > WS-CT-Last-Date(WS-CT-Found)
        MOVE Hist-Date TO WS-CT-Last-Date(WS-CT-Found)
        MOVE "TRADED INSIDE THE WINDOW" TO WS-CT-Reason(WS-CT-Found)
    END-IF.

Check-Backorders.
    OPEN INPUT BACKORDER-IN.
    EVALUATE BackorderStatus
        WHEN "00"
            READ BACKORDER-IN
                AT END SET EndOfBackorders TO TRUE
            END-READ
            PERFORM UNTIL EndOfBackorders
                MOVE Backorder-CustNum TO WS-Check-Cust
                PERFORM Find-Candidate
                IF WS-CT-Found > 0
                    MOVE "Y" TO WS-CT-Kept(WS-CT-Found)
                    MOVE "BACKORDER WAITING" TO WS-CT-Reason(WS-CT-Found)
                END-IF
                READ BACKORDER-IN
                    AT END SET EndOfBackorders TO TRUE
                END-READ
            END-PERFORM
            CLOSE BACKORDER-IN
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                "BACKORDER-IN, status " BackorderStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Check-Held-Orders.
    OPEN INPUT HELDORD-IN.
    EVALUATE HeldStatus
        WHEN "00"
            READ HELDORD-IN
                AT END SET EndOfHeld TO TRUE
            END-READ
            PERFORM UNTIL EndOfHeld
                IF Held-Is-Header
                    MOVE Held-CustNum TO WS-Check-Cust
                    PERFORM Find-Candidate
                    IF WS-CT-Found > 0
                        MOVE "Y" TO WS-CT-Kept(WS-CT-Found)
                        MOVE "ORDER HELD FOR CREDIT"
                            TO WS-CT-Reason(WS-CT-Found)
                    END-IF
                END-IF
                READ HELDORD-IN
                    AT END SET EndOfHeld TO TRUE
                END-READ
            END-PERFORM
            CLOSE HELDORD-IN
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open HELDORD-IN, "
                "status " HeldStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Check-RMAs.
    OPEN INPUT RMA-REGISTER.
    EVALUATE RmaRegStatus
        WHEN "00"
            READ RMA-REGISTER
                AT END SET EndOfRmaRegister TO TRUE
            END-READ
            PERFORM UNTIL EndOfRmaRegister
                MOVE RMA-CUSTNUM TO WS-Check-Cust
                PERFORM Find-Candidate
                IF WS-CT-Found > 0
                    EVALUATE TRUE
                        WHEN RMA-Is-Open
                            MOVE "Y" TO WS-CT-Kept(WS-CT-Found)
                            MOVE "RMA STILL OPEN"
                                TO WS-CT-Reason(WS-CT-Found)
                        WHEN RMA-DATE NOT < WS-Window-Start
                            MOVE "Y" TO WS-CT-Kept(WS-CT-Found)
                            MOVE "RETURN INSIDE THE WINDOW"
                                TO WS-CT-Reason(WS-CT-Found)
                    END-EVALUATE
                END-IF
                READ RMA-REGISTER
                    AT END SET EndOfRmaRegister TO TRUE
                END-READ
            END-PERFORM
            CLOSE RMA-REGISTER
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                "RMA-REGISTER, status " RmaRegStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>Each account is read again and only blanked if it is still
*>deactivated and owing nothing - the console question gave time
*>for it to change.
Anonymise-Masters.
    OPEN I-O CUSTOMER-FILE.
    IF Cust-Status NOT = "00"
        DISPLAY "CUSTOMERRETENTION: ABEND - cannot open CUSTOMER-FILE, "
            "status " Cust-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O DELIV-FILE.
    IF Deliv-Status NOT = "00" AND Deliv-Status NOT = "35"
        DISPLAY "CUSTOMERRETENTION: ABEND - cannot open DELIV-FILE, "
            "status " Deliv-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF NOT CT-Is-Kept(WS-CT-Idx)
            PERFORM Anonymise-Customer
        END-IF
    END-PERFORM.
    CLOSE CUSTOMER-FILE.
    IF Deliv-Status NOT = "35"
        CLOSE DELIV-FILE
    END-IF.

Anonymise-Customer.
    MOVE WS-CT-CustNum(WS-CT-Idx) TO CUST-NUM-CM.
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "Y" TO WS-CT-Kept(WS-CT-Idx)
            MOVE "NO LONGER ON FILE" TO WS-CT-Reason(WS-CT-Idx)
    END-READ.
    IF NOT CT-Is-Kept(WS-CT-Idx)
        IF NOT Customer-Deactivated OR CUST-BALANCE-CM NOT = 0
            MOVE "Y" TO WS-CT-Kept(WS-CT-Idx)
            MOVE "CHANGED DURING THE RUN" TO WS-CT-Reason(WS-CT-Idx)
        END-IF
    END-IF.
    IF NOT CT-Is-Kept(WS-CT-Idx)
        MOVE SPACES TO CUST-NAME-CM, CUST-ADDR-LINE1-CM,
            CUST-ADDR-LINE2-CM, CUST-ADDR-LINE3-CM
        REWRITE CUSTOMER-REC
        IF Cust-Status NOT = "00"
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot update "
                "CUSTOMER-FILE, status " Cust-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Anonymised-Count
        PERFORM Log-Anonymisation
        IF Deliv-Status NOT = "35"
            PERFORM Anonymise-Delivery-Addresses
        END-IF
    END-IF.

*>The journal entry carries the record as it now stands on both
*>sides, so the journal itself never holds the details removed.
Log-Anonymisation.
    MOVE "CUS" TO WS-Chg-File-Id.
    MOVE CUST-NUM-CM TO WS-Chg-Key.
    MOVE CUSTOMER-REC TO WS-Before-Image, WS-After-Image.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "CUSTOMERRETENTION: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The ship-to keys stay so a backorder or history line quoting one
*>still finds it; only the name and address lines go.
Anonymise-Delivery-Addresses.
    MOVE "N" TO WS-End-Of-File.
    MOVE CUST-NUM-CM TO DA-CUST-NUM.
    MOVE LOW-VALUES TO DA-SHIP-TO.
    START DELIV-FILE KEY IS NOT LESS THAN DA-KEY
        INVALID KEY SET EndOfFile TO TRUE
    END-START.
    PERFORM UNTIL EndOfFile
        READ DELIV-FILE NEXT RECORD
            AT END SET EndOfFile TO TRUE
        END-READ
        IF NOT EndOfFile
            IF DA-CUST-NUM NOT = CUST-NUM-CM
                SET EndOfFile TO TRUE
            ELSE
                MOVE SPACES TO DA-NAME, DA-ADDR-LINE1, DA-ADDR-LINE2,
                    DA-ADDR-LINE3
                REWRITE DELIV-REC
                IF Deliv-Status NOT = "00"
                    DISPLAY "CUSTOMERRETENTION: ABEND - cannot update "
                        "DELIV-FILE, status " Deliv-Status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-CT-Addresses(WS-CT-Idx)
                ADD 1 TO WS-Address-Count
                PERFORM Log-Address-Anonymisation
            END-IF
        END-IF
    END-PERFORM.

Log-Address-Anonymisation.
    MOVE "DLV" TO WS-Chg-File-Id.
    MOVE DA-KEY TO WS-Chg-Key.
    MOVE DELIV-REC TO WS-Before-Image, WS-After-Image.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "CUSTOMERRETENTION: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*>The letters worth keeping go to LETTERS.NEW, which is then copied
*>back over the letter file.  A file that was never produced has
*>nothing to purge.
Purge-Letter-File.
    MOVE 0 TO WS-Letters-Purged.
    OPEN INPUT LETTER-FILE.
    IF LetterStatus = "35"
        CONTINUE
    ELSE
        IF LetterStatus NOT = "00"
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                WS-Letter-Name ", status " LetterStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT LETTER-WORK
        IF LetterWorkStatus NOT = "00"
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                "LETTER-WORK, status " LetterWorkStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET At-Letter-Start TO TRUE
        MOVE "N" TO WS-Purge-Letter
        READ LETTER-FILE
            AT END SET EndOfLetters TO TRUE
        END-READ
        PERFORM UNTIL EndOfLetters
            PERFORM Filter-Letter-Line
            READ LETTER-FILE
                AT END SET EndOfLetters TO TRUE
            END-READ
        END-PERFORM
        IF Holding-Name-Line
            MOVE WS-Held-Line TO LETTER-WORK-LINE
            WRITE LETTER-WORK-LINE
        END-IF
        CLOSE LETTER-FILE, LETTER-WORK
        IF WS-Letters-Purged > 0
            PERFORM Copy-Letters-Back
        END-IF
    END-IF.

*>The name line is held until the first address line arrives; the
*>pair decides whether the whole letter goes.
Filter-Letter-Line.
    EVALUATE TRUE
        WHEN At-Letter-Start
            MOVE LETTER-LINE TO WS-Held-Line
            SET Holding-Name-Line TO TRUE
        WHEN Holding-Name-Line
            MOVE "N" TO WS-Purge-Letter
            PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                    UNTIL WS-CT-Idx > WS-CT-Count OR Purging-Letter
                IF NOT CT-Is-Kept(WS-CT-Idx)
                        AND WS-Held-Line(1:30) = WS-CT-Name(WS-CT-Idx)
                        AND LETTER-TEXT-30
                            = WS-CT-Addr-Line1(WS-CT-Idx)
                    SET Purging-Letter TO TRUE
                END-IF
            END-PERFORM
            IF Purging-Letter
                ADD 1 TO WS-Letters-Purged
            ELSE
                MOVE WS-Held-Line TO LETTER-WORK-LINE
                WRITE LETTER-WORK-LINE
                MOVE LETTER-LINE TO LETTER-WORK-LINE
                WRITE LETTER-WORK-LINE
            END-IF
            SET In-Letter-Body TO TRUE
        WHEN OTHER
            IF NOT Purging-Letter
                MOVE LETTER-LINE TO LETTER-WORK-LINE
                WRITE LETTER-WORK-LINE
            END-IF
            IF LETTER-LINE = WS-Letter-Rule
                SET At-Letter-Start TO TRUE
            END-IF
    END-EVALUATE.

Copy-Letters-Back.
    OPEN INPUT LETTER-WORK.
    OPEN OUTPUT LETTER-FILE.
    IF LetterWorkStatus NOT = "00" OR LetterStatus NOT = "00"
        DISPLAY "CUSTOMERRETENTION: ABEND - cannot rewrite "
            WS-Letter-Name ", status " LetterStatus "/"
            LetterWorkStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-End-Of-File.
    PERFORM UNTIL EndOfFile
        READ LETTER-WORK
            AT END SET EndOfFile TO TRUE
            NOT AT END
                MOVE LETTER-WORK-LINE TO LETTER-LINE
                WRITE LETTER-LINE
        END-READ
    END-PERFORM.
    CLOSE LETTER-WORK, LETTER-FILE.

*>Every customer entry for an anonymised account keeps its date,
*>operator, program and action; only the name and address inside
*>the images are blanked.  MCHGLOG.NEW is copied back over the
*>journal only when something was blanked.
Scrub-Journal.
    OPEN INPUT JOURNAL-FILE.
    IF JournalStatus = "35"
        CONTINUE
    ELSE
        IF JournalStatus NOT = "00"
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                "MCHGLOG.DAT, status " JournalStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN OUTPUT JOURNAL-WORK
        IF JournalWorkStatus NOT = "00"
            DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
                "JOURNAL-WORK, status " JournalWorkStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ JOURNAL-FILE
            AT END SET EndOfJournal TO TRUE
        END-READ
        PERFORM UNTIL EndOfJournal
            IF MC-File-Id = "CUS" OR MC-File-Id = "DLV"
                MOVE MC-Key(1:4) TO WS-Check-Cust
                PERFORM Find-Candidate
                IF WS-CT-Found > 0
                    IF NOT CT-Is-Kept(WS-CT-Found)
                        IF MC-File-Id = "CUS"
                            PERFORM Scrub-Journal-Entry
                        ELSE
                            PERFORM Scrub-Address-Entry
                        END-IF
                    END-IF
                END-IF
            END-IF
            MOVE CHANGE-REC TO JOURNAL-WORK-REC
            WRITE JOURNAL-WORK-REC
            READ JOURNAL-FILE
                AT END SET EndOfJournal TO TRUE
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE, JOURNAL-WORK
        IF WS-Journal-Scrubbed > 0
            PERFORM Copy-Journal-Back
        END-IF
    END-IF.

Scrub-Journal-Entry.
    IF MC-Before-Personal NOT = SPACES
            OR MC-After-Personal NOT = SPACES
        ADD 1 TO WS-Journal-Scrubbed
    END-IF.
    IF MC-Before-Cust-Num = WS-Check-Cust
        MOVE SPACES TO MC-Before-Personal
    END-IF.
    IF MC-After-Cust-Num = WS-Check-Cust
        MOVE SPACES TO MC-After-Personal
    END-IF.

Scrub-Address-Entry.
    IF MC-Before-DA-Address NOT = SPACES
            OR MC-After-DA-Address NOT = SPACES
        ADD 1 TO WS-Journal-Scrubbed
    END-IF.
    IF MC-Before-DA-Cust = WS-Check-Cust
        MOVE SPACES TO MC-Before-DA-Address
    END-IF.
    IF MC-After-DA-Cust = WS-Check-Cust
        MOVE SPACES TO MC-After-DA-Address
    END-IF.

Copy-Journal-Back.
    OPEN INPUT JOURNAL-WORK.
    OPEN OUTPUT JOURNAL-FILE.
    IF JournalWorkStatus NOT = "00" OR JournalStatus NOT = "00"
        DISPLAY "CUSTOMERRETENTION: ABEND - cannot rewrite "
            "MCHGLOG.DAT, status " JournalStatus "/" JournalWorkStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-End-Of-File.
    PERFORM UNTIL EndOfFile
        READ JOURNAL-WORK
            AT END SET EndOfFile TO TRUE
            NOT AT END
                MOVE JOURNAL-WORK-REC TO CHANGE-REC
                WRITE CHANGE-REC
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-WORK, JOURNAL-FILE.

*>The certificate names accounts by number only - it is not another
*>place for the details just removed to live on.
Write-Certificate.
    OPEN OUTPUT CERTIFICATE-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "CUSTOMERRETENTION: ABEND - cannot open "
            "CERTIFICATE-RPT, status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "CUSTOMER DATA RETENTION CERTIFICATE  " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "RETENTION PERIOD " DELIMITED BY SIZE
           WS-Retention-Years DELIMITED BY SIZE
           " YEARS - NO TRADING SINCE " DELIMITED BY SIZE
           WS-Window-Start DELIMITED BY SIZE
           "  RUN BY " DELIMITED BY SIZE
           SO-Operator-Id DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "HISTORY READ: DESPHIST.DAT AND " DELIMITED BY SIZE
           WS-Archive-Count DELIMITED BY SIZE
           " ARCHIVE MONTH(S)" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "ACCOUNTS ANONYMISED - NAME AND ADDRESS REMOVED" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF NOT CT-Is-Kept(WS-CT-Idx)
            MOVE SPACES TO REPORT-LINE
            STRING "  " DELIMITED BY SIZE
                   WS-CT-CustNum(WS-CT-Idx) DELIMITED BY SIZE
                   "  COUNTRY " DELIMITED BY SIZE
                   WS-CT-Country(WS-CT-Idx) DELIMITED BY SIZE
                   "  DELIVERY ADDRESSES BLANKED " DELIMITED BY SIZE
                   WS-CT-Addresses(WS-CT-Idx) DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "DEACTIVATED ACCOUNTS KEPT" TO REPORT-LINE.
    WRITE REPORT-LINE.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF CT-Is-Kept(WS-CT-Idx)
            MOVE SPACES TO WS-Date-Display
            IF WS-CT-Last-Date(WS-CT-Idx) > 0
                MOVE WS-CT-Last-Date(WS-CT-Idx) TO WS-Date-Display
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING "  " DELIMITED BY SIZE
                   WS-CT-CustNum(WS-CT-Idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CT-Reason(WS-CT-Idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Date-Display DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "ACCOUNTS ANONYMISED " DELIMITED BY SIZE
           WS-Anonymised-Count DELIMITED BY SIZE
           "  DELIVERY ADDRESSES BLANKED " DELIMITED BY SIZE
           WS-Address-Count DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "LETTERS PURGED FROM REMINDER.DAT " DELIMITED BY SIZE
           WS-Reminders-Purged DELIMITED BY SIZE
           "  FROM BOLETTER.DAT " DELIMITED BY SIZE
           WS-BO-Letters-Purged DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "MCHGLOG.DAT ENTRIES BLANKED " DELIMITED BY SIZE
           WS-Journal-Scrubbed DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "DATA-PROTECTION OFFICER: ____________________  DATE: ________"
        TO REPORT-LINE.
    WRITE REPORT-LINE.
    CLOSE CERTIFICATE-RPT.
