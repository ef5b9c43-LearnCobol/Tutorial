      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  RtsRegister.
AUTHOR.  Michael Coughlan.
*>Outstanding supplier credit report over RTSREG.DAT, the register
*>of damaged copies QuarantineDisposal has sent back to suppliers.
*>Every line the supplier has not yet acknowledged with a credit
*>note (RtsAcknowledge) is listed by supplier, with its
*>return-to-supplier number, the date it went back, how many days
*>it has been outstanding, and the debit at cost, subtotalled per
*>supplier and currency so the buyer knows whom to chase.  A line
*>drops off the report the day it is acknowledged.  RETURN-CODE 4
*>when any credit is still outstanding.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RTS-REGISTER ASSIGN TO "RTSREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RTS-REG-KEY
        FILE STATUS IS RtsRegStatus.

    SELECT MANF-FILE ASSIGN TO DYNAMIC MANF-NAME-WB
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MANF-CODE-FC
        ALTERNATE RECORD KEY IS MANF-NAME-FC
                 WITH DUPLICATES
        FILE STATUS IS MANF-STATUS-WB.

    SELECT SORT-WORK-FILE ASSIGN TO "RTSSORT.TMP".

    SELECT REGISTER-RPT ASSIGN TO "RTSREG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
FD  RTS-REGISTER.
01  RTS-REG-REC.
    88  EndOfRegister           VALUE HIGH-VALUES.
    02  RTS-REG-KEY.
        03  RTS-NUMBER          PIC 9(6).
        03  RTS-BOOK-ID         PIC X(5).
    02  RTS-DATE                PIC 9(8).
    02  RTS-SUPPLIER            PIC X(4).
    02  RTS-QTY                 PIC 999.
    02  RTS-UNIT-COST           PIC 9(5)V99.
    02  RTS-CURRENCY            PIC XXX.
    02  RTS-STATUS              PIC X.
        88  RTS-Is-Outstanding  VALUE "O".
    02  RTS-ACK-DATE            PIC 9(8).
    02  RTS-SUPP-CREDIT-REF     PIC X(12).

FD  MANF-FILE.
01  MANF-REC-FC.
    02  MANF-CODE-FC            PIC X(4).
    02  MANF-NAME-FC            PIC X(30).
    02  MANF-ADDRESS-FC         PIC X(70).

SD  SORT-WORK-FILE.
01  SORT-REC.
    02  SORT-Supplier           PIC X(4).
    02  SORT-Currency           PIC XXX.
    02  SORT-RTS-Number         PIC 9(6).
    02  SORT-Book-Id            PIC X(5).
    02  SORT-Date               PIC 9(8).
    02  SORT-Qty                PIC 999.
    02  SORT-Value              PIC 9(7)V99.

FD  REGISTER-RPT.
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  RtsRegStatus                PIC XX.
01  MANF-STATUS-WB              PIC XX.
01  ReportStatus                PIC XX.
01  MANF-NAME-WB                PIC X(40) VALUE "MANF.DAT".
01  WS-Manf-Name-Default        PIC X(40) VALUE "MANF.DAT".
01  FILLER                      PIC 9 VALUE 0.
    88  END-OF-SORT             VALUE 1.

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).
01  WS-Date-Num                 PIC 9(8).
01  WS-Today-Days               PIC 9(7).
01  WS-Age-Days                 PIC S9(7).

01  WS-First-Group              PIC X VALUE "Y".
    88  Is-First-Group          VALUE "Y".
01  WS-Cur-Supplier             PIC X(4) VALUE SPACES.
01  WS-Cur-Currency             PIC XXX.
01  WS-Group-Qty                PIC 9(7) VALUE 0.
01  WS-Group-Value              PIC 9(9)V99 VALUE 0.
01  WS-Line-Count               PIC 9(5) VALUE 0.
01  WS-Supplier-Name            PIC X(30).

01  WS-Age-Display              PIC ZZZ9.
01  WS-Value-Display            PIC Z,ZZZ,ZZ9.99.
01  WS-Total-Display            PIC ZZZ,ZZZ,ZZ9.99.
01  WS-Qty-Display              PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO WS-Date-Num.
    COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Date-Num).
*>  MANF-FILE's name defaults to the fixed literal below but can be
*>  overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
    DISPLAY "ACME_MANF_DD" UPON ENVIRONMENT-NAME.
    ACCEPT MANF-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Manf-Name-Default TO MANF-NAME-WB
    END-ACCEPT.
    OPEN INPUT RTS-REGISTER.
    IF RtsRegStatus = "35"
        DISPLAY "RTSREGISTER: no return-to-supplier register - "
            "nothing has been sent back yet"
        STOP RUN
    END-IF.
    IF RtsRegStatus NOT = "00"
        DISPLAY "RTSREGISTER: ABEND - cannot open RTS-REGISTER, "
            "status " RtsRegStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT MANF-FILE.
    IF MANF-STATUS-WB NOT = "00"
        DISPLAY "RTSREGISTER: ABEND - cannot open MANF-FILE, status "
            MANF-STATUS-WB
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REGISTER-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "RTSREGISTER: ABEND - cannot open REGISTER-RPT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO REPORT-LINE.
    STRING "OUTSTANDING SUPPLIER CREDITS - RETURNS TO SUPPLIER "
               DELIMITED BY SIZE
           "NOT YET ACKNOWLEDGED  " DELIMITED BY SIZE
           WS-CD-YYYYMMDD DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-Supplier, SORT-Currency,
            SORT-RTS-Number, SORT-Book-Id
        INPUT PROCEDURE IS Select-Outstanding
        OUTPUT PROCEDURE IS Write-Outstanding.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "TOTAL: " DELIMITED BY SIZE
           WS-Line-Count DELIMITED BY SIZE
           " LINE(S) AWAITING A SUPPLIER CREDIT NOTE" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    CLOSE RTS-REGISTER, MANF-FILE, REGISTER-RPT.
    DISPLAY "RTSREGISTER: " WS-Line-Count " line(s) outstanding, "
        "see RTSREG.RPT".
    IF WS-Line-Count > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

Select-Outstanding.
    READ RTS-REGISTER
        AT END SET EndOfRegister TO TRUE
    END-READ.
    PERFORM UNTIL EndOfRegister
        IF RTS-Is-Outstanding
            MOVE RTS-SUPPLIER TO SORT-Supplier
            MOVE RTS-CURRENCY TO SORT-Currency
            MOVE RTS-NUMBER TO SORT-RTS-Number
            MOVE RTS-BOOK-ID TO SORT-Book-Id
            MOVE RTS-DATE TO SORT-Date
            MOVE RTS-QTY TO SORT-Qty
            COMPUTE SORT-Value = RTS-UNIT-COST * RTS-QTY
            RELEASE SORT-REC
        END-IF
        READ RTS-REGISTER
            AT END SET EndOfRegister TO TRUE
        END-READ
    END-PERFORM.

Write-Outstanding.
    RETURN SORT-WORK-FILE
        AT END SET END-OF-SORT TO TRUE
    END-RETURN.
    PERFORM UNTIL END-OF-SORT
        IF NOT Is-First-Group
                AND (SORT-Supplier NOT = WS-Cur-Supplier
                     OR SORT-Currency NOT = WS-Cur-Currency)
            PERFORM Write-Group-Total
        END-IF
        IF Is-First-Group OR SORT-Supplier NOT = WS-Cur-Supplier
            PERFORM Write-Supplier-Heading
        END-IF
        IF Is-First-Group
                OR SORT-Supplier NOT = WS-Cur-Supplier
                OR SORT-Currency NOT = WS-Cur-Currency
            MOVE SORT-Supplier TO WS-Cur-Supplier
            MOVE SORT-Currency TO WS-Cur-Currency
            MOVE 0 TO WS-Group-Qty
            MOVE 0 TO WS-Group-Value
            MOVE "N" TO WS-First-Group
        END-IF
        PERFORM Write-Outstanding-Line
        RETURN SORT-WORK-FILE
            AT END SET END-OF-SORT TO TRUE
        END-RETURN
    END-PERFORM.
    IF NOT Is-First-Group
        PERFORM Write-Group-Total
    END-IF.

Write-Supplier-Heading.
    MOVE SORT-Supplier TO MANF-CODE-FC.
    READ MANF-FILE
        KEY IS MANF-CODE-FC
        INVALID KEY
            MOVE "*** SUPPLIER NOT FOUND ***" TO WS-Supplier-Name
        NOT INVALID KEY
            MOVE MANF-NAME-FC TO WS-Supplier-Name
    END-READ.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "SUPPLIER " DELIMITED BY SIZE
           SORT-Supplier DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Supplier-Name DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Write-Outstanding-Line.
    MOVE SORT-Date TO WS-Date-Num.
    COMPUTE WS-Age-Days =
        WS-Today-Days - FUNCTION INTEGER-OF-DATE(WS-Date-Num).
    IF WS-Age-Days < 0
        MOVE 0 TO WS-Age-Days
    END-IF.
    MOVE WS-Age-Days TO WS-Age-Display.
    MOVE SORT-Value TO WS-Value-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "  RTS " DELIMITED BY SIZE
           SORT-RTS-Number DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SORT-Date DELIMITED BY SIZE
           "  BOOK " DELIMITED BY SIZE
           SORT-Book-Id DELIMITED BY SIZE
           "  QTY " DELIMITED BY SIZE
           SORT-Qty DELIMITED BY SIZE
           "  DEBIT " DELIMITED BY SIZE
           WS-Value-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SORT-Currency DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Age-Display DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    ADD 1 TO WS-Line-Count.
    ADD SORT-Qty TO WS-Group-Qty.
    ADD SORT-Value TO WS-Group-Value.

Write-Group-Total.
    MOVE WS-Group-Qty TO WS-Qty-Display.
    MOVE WS-Group-Value TO WS-Total-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING "  OUTSTANDING FROM " DELIMITED BY SIZE
           WS-Cur-Supplier DELIMITED BY SIZE
           "  COPIES " DELIMITED BY SIZE
           WS-Qty-Display DELIMITED BY SIZE
           "  CREDIT DUE " DELIMITED BY SIZE
           WS-Total-Display DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Cur-Currency DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
