      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  DataRestore.
AUTHOR.  Michael Coughlan.
*>Reloads every master and control file from a backup set written by
*>DataBackup, and proves each one before anybody is let back in.
*>The operator names the set by its date; the manifest is read first
*>and must be whole - its "99999" trailer present, for that date,
*>and agreeing with the lines above it - and every file it names
*>must be one this program knows, or nothing is touched.  Once the
*>operator confirms, RESTORE.STS is written with status R (restore
*>running) and SignOn refuses every other function while it stands.
*>Each COPIED file is then recreated from its records in the set
*>(STOCK-FILE back into the same relative slots), closed, reopened
*>and read through again, and RESTORE.RPT shows three counts per
*>file: the manifest's, the records loaded and the records now on
*>the file.  Only when all three agree for every file does
*>RESTORE.STS become V (verified) and the system open again,
*>RETURN-CODE 0; otherwise it becomes F (failed), the report marks
*>the files that disagree, RETURN-CODE is 16 and the system stays
*>closed until a restore verifies.  A file the manifest marks ABSENT
*>was not there when the set was taken and is left as it is found.
*>When OPERATOR.DAT itself is missing there is nobody to sign on, so
*>the restore warns and goes ahead unsigned - the file comes back
*>with the set.  Logged START and END through RunAuditLog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BookStockFile ASSIGN TO DYNAMIC BookStock-Name
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS MasterStatus.

    SELECT STOCK-FILE ASSIGN TO DYNAMIC STOCK-NAME-WB
        ORGANIZATION IS RELATIVE
        ACCESS MODE IS DYNAMIC
        RELATIVE KEY IS STOCK-REC-POINTER-WB
        FILE STATUS IS MasterStatus.

    SELECT MANF-FILE ASSIGN TO DYNAMIC MANF-NAME-WB
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MANF-CODE-FC
        ALTERNATE RECORD KEY IS MANF-NAME-FC
                 WITH DUPLICATES
        FILE STATUS IS MasterStatus.

    SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUST-NUM-CM
        FILE STATUS IS MasterStatus.

    SELECT AUTHOR-FILE ASSIGN TO "AUTHOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AUTHOR-ID-AM
        FILE STATUS IS MasterStatus.

    SELECT BUNDLE-FILE ASSIGN TO "BUNDLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BUNDLE-ID-BM
        FILE STATUS IS MasterStatus.

    SELECT CYCLE-FILE ASSIGN TO "CYCLECNT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CC-KEY
        FILE STATUS IS MasterStatus.

    SELECT DELIV-FILE ASSIGN TO "DELIVADDR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DA-KEY
        FILE STATUS IS MasterStatus.

    SELECT DESPIDX-FILE ASSIGN TO "DESPIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DI-Key
        ALTERNATE RECORD KEY IS DI-CustNum
                  WITH DUPLICATES
        FILE STATUS IS MasterStatus.

    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID-OM
        FILE STATUS IS MasterStatus.

    SELECT PO-REGISTER ASSIGN TO "POREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-REG-KEY
        FILE STATUS IS MasterStatus.

    SELECT BPO-REGISTER ASSIGN TO "BPOREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BPO-REG-KEY
        FILE STATUS IS MasterStatus.

    SELECT QUARANTINE-FILE ASSIGN TO "QUARSTK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QS-Book-Id
        FILE STATUS IS MasterStatus.

    SELECT QUOTE-FILE ASSIGN TO "QUOTE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QH-KEY
        FILE STATUS IS MasterStatus.

    SELECT RMA-REGISTER ASSIGN TO "RMAREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RMA-NUMBER
        FILE STATUS IS MasterStatus.

    SELECT RTS-REGISTER ASSIGN TO "RTSREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTS-REG-KEY
        FILE STATUS IS MasterStatus.

    SELECT INVOICE-REGISTER ASSIGN TO "SINVREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SIR-Key
        ALTERNATE RECORD KEY IS SIR-PO-Line
                  WITH DUPLICATES
        FILE STATUS IS MasterStatus.

    SELECT STANDORD-FILE ASSIGN TO "STANDORD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-KEY
        FILE STATUS IS MasterStatus.


    SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-Seq-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SeqStatus.

    SELECT BACKUP-SET ASSIGN TO DYNAMIC WS-Set-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SetStatus.

    SELECT BACKUP-MANIFEST ASSIGN TO DYNAMIC WS-Manifest-Name
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ManifestStatus.

    SELECT RESTORE-STATUS ASSIGN TO "RESTORE.STS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RestoreStatus.

    SELECT RESTORE-RPT ASSIGN TO "RESTORE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportStatus.

DATA DIVISION.
FILE SECTION.
*>The masters are reloaded as whole records; only their keys are named.
FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  FILLER                  PIC X(39).

FD  STOCK-FILE.
01  STOCK-REC-FB                PIC X(74).

FD  MANF-FILE.
01  MANF-REC-FC.
    02  MANF-CODE-FC            PIC X(4).
    02  MANF-NAME-FC            PIC X(30).
    02  MANF-ADDRESS-FC         PIC X(70).

FD  CUSTOMER-FILE.
01  CUSTOMER-REC.
    02  CUST-NUM-CM             PIC X(4).
    02  FILLER                  PIC X(145).

FD  AUTHOR-FILE.
01  AUTHOR-REC.
    02  AUTHOR-ID-AM            PIC 9(4).
    02  FILLER                  PIC X(81).

FD  BUNDLE-FILE.
01  BUNDLE-REC.
    02  BUNDLE-ID-BM            PIC X(5).
    02  FILLER                  PIC X(110).

FD  CYCLE-FILE.
01  CYCLE-REC.
    02  CC-KEY                  PIC X(6).
    02  FILLER                  PIC X(38).

FD  DELIV-FILE.
01  DELIV-REC.
    02  DA-KEY                  PIC X(7).
    02  FILLER                  PIC X(123).

FD  DESPIDX-FILE.
01  DESPIDX-REC.
    02  FILLER                  PIC X(8).
    02  DI-CustNum              PIC X(4).
    02  FILLER                  PIC X(18).
    02  DI-Key                  PIC X(9).

FD  OPERATOR-FILE.
01  OPERATOR-REC.
    02  OPER-ID-OM              PIC X(8).
    02  FILLER                  PIC X(65).

FD  PO-REGISTER.
01  PO-REG-REC.
    02  PO-REG-KEY              PIC X(11).
    02  FILLER                  PIC X(33).

FD  BPO-REGISTER.
01  BPO-REG-REC.
    02  BPO-REG-KEY             PIC X(11).
    02  FILLER                  PIC X(27).

FD  QUARANTINE-FILE.
01  QUARANTINE-REC.
    02  QS-Book-Id              PIC X(5).
    02  FILLER                  PIC X(11).

FD  QUOTE-FILE.
01  QUOTE-REC.
    02  QH-KEY                  PIC X(11).
    02  FILLER                  PIC X(36).

FD  RMA-REGISTER.
01  RMA-REG-REC.
    02  RMA-NUMBER              PIC 9(6).
    02  FILLER                  PIC X(31).

FD  RTS-REGISTER.
01  RTS-REG-REC.
    02  RTS-REG-KEY             PIC X(11).
    02  FILLER                  PIC X(46).

FD  INVOICE-REGISTER.
01  SIR-Rec.
    02  SIR-Key                 PIC X(17).
    02  SIR-PO-Line             PIC X(11).
    02  FILLER                  PIC X(30).

FD  STANDORD-FILE.
01  STANDORD-REC.
    02  SO-KEY                  PIC X(12).
    02  FILLER                  PIC X(27).


FD  SEQ-FILE.
01  SEQ-REC                     PIC X(500).

FD  BACKUP-SET.
01  BACKUP-SET-REC.
    02  BK-File-Id              PIC X(16).
    02  BK-Rel-Key              PIC 9(7).
    02  BK-Data                 PIC X(500).

FD  BACKUP-MANIFEST.
01  MANIFEST-LINE.
    02  BM-File-Id              PIC X(16).
    02  BM-Org                  PIC X.
    02  BM-Count                PIC 9(7).
    02  BM-State                PIC X(6).
    02  BM-Physical-Name        PIC X(40).
01  MANIFEST-TRAILER.
    02  BM-Trailer-Tag          PIC X(5).
    02  BM-Set-Date             PIC 9(8).
    02  BM-File-Total           PIC 9(3).
    02  BM-Record-Total         PIC 9(7).
    02  FILLER                  PIC X(47).

FD  RESTORE-STATUS.
01  RESTORE-STATUS-REC.
    02  RS-Status               PIC X.
    02  RS-Set-Date             PIC 9(8).
    02  RS-Date                 PIC 9(8).
    02  RS-Time                 PIC 9(6).
    02  RS-Operator             PIC X(8).

FD  RESTORE-RPT.
01  REPORT-LINE                 PIC X(100).

WORKING-STORAGE SECTION.
01  MasterStatus                PIC XX.
01  SeqStatus                   PIC XX.
01  SetStatus                   PIC XX.
01  ManifestStatus              PIC XX.
01  RestoreStatus               PIC XX.
01  ReportStatus                PIC XX.

01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".
01  STOCK-NAME-WB               PIC X(40) VALUE "STOCK.DAT".
01  WS-Stock-Name-Default       PIC X(40) VALUE "STOCK.DAT".
01  MANF-NAME-WB                PIC X(40) VALUE "MANF.DAT".
01  WS-Manf-Name-Default        PIC X(40) VALUE "MANF.DAT".
01  STOCK-REC-POINTER-WB        PIC 9(5).
01  WS-Seq-Name                 PIC X(40).
01  WS-Set-Name                 PIC X(40).
01  WS-Manifest-Name            PIC X(40).
01  WS-Physical-Name            PIC X(40).

*>Every file DataBackup puts in a set, in the same order: the file
*>name, then I for an indexed or relative master written through its
*>own FD, S for a line sequential file written as text.
01  WS-File-Values.
    02  FILLER PIC X(17) VALUE "BookStock.DAT   I".
    02  FILLER PIC X(17) VALUE "STOCK.DAT       I".
    02  FILLER PIC X(17) VALUE "MANF.DAT        I".
    02  FILLER PIC X(17) VALUE "CUSTOMER.DAT    I".
    02  FILLER PIC X(17) VALUE "AUTHOR.DAT      I".
    02  FILLER PIC X(17) VALUE "BUNDLE.DAT      I".
    02  FILLER PIC X(17) VALUE "CYCLECNT.DAT    I".
    02  FILLER PIC X(17) VALUE "DELIVADDR.DAT   I".
    02  FILLER PIC X(17) VALUE "DESPIDX.DAT     I".
    02  FILLER PIC X(17) VALUE "OPERATOR.DAT    I".
    02  FILLER PIC X(17) VALUE "POREG.DAT       I".
    02  FILLER PIC X(17) VALUE "BPOREG.DAT      I".
    02  FILLER PIC X(17) VALUE "QUARSTK.DAT     I".
    02  FILLER PIC X(17) VALUE "QUOTE.DAT       I".
    02  FILLER PIC X(17) VALUE "RMAREG.DAT      I".
    02  FILLER PIC X(17) VALUE "RTSREG.DAT      I".
    02  FILLER PIC X(17) VALUE "SINVREG.DAT     I".
    02  FILLER PIC X(17) VALUE "STANDORD.DAT    I".
    02  FILLER PIC X(17) VALUE "INVCTL.DAT      S".
    02  FILLER PIC X(17) VALUE "PONUM.CTL       S".
    02  FILLER PIC X(17) VALUE "RMANUM.CTL      S".
    02  FILLER PIC X(17) VALUE "BATCHNUM.CTL    S".
    02  FILLER PIC X(17) VALUE "RTSNUM.CTL      S".
    02  FILLER PIC X(17) VALUE "QUOTECTL.DAT    S".
    02  FILLER PIC X(17) VALUE "GLCTL.DAT       S".
    02  FILLER PIC X(17) VALUE "POSTRATE.DAT    S".
    02  FILLER PIC X(17) VALUE "PARCELMX.DAT    S".
    02  FILLER PIC X(17) VALUE "TAXRATE.DAT     S".
    02  FILLER PIC X(17) VALUE "EXCHRATE.DAT    S".
    02  FILLER PIC X(17) VALUE "GLMAP.DAT       S".
    02  FILLER PIC X(17) VALUE "OBSPROV.DAT     S".
    02  FILLER PIC X(17) VALUE "TRADEACC.DAT    S".
    02  FILLER PIC X(17) VALUE "DESPHIST.DAT    S".
    02  FILLER PIC X(17) VALUE "MOVELOG.DAT     S".
    02  FILLER PIC X(17) VALUE "BALLOG.DAT      S".
    02  FILLER PIC X(17) VALUE "MCHGLOG.DAT     S".
    02  FILLER PIC X(17) VALUE "RUNAUDIT.LOG    S".
    02  FILLER PIC X(17) VALUE "CREDREG.DAT     S".
    02  FILLER PIC X(17) VALUE "RETREG.DAT      S".
    02  FILLER PIC X(17) VALUE "ADJREG.DAT      S".
    02  FILLER PIC X(17) VALUE "FXREG.DAT       S".
    02  FILLER PIC X(17) VALUE "BATCHREG.DAT    S".
    02  FILLER PIC X(17) VALUE "IMPORTREG.DAT   S".
    02  FILLER PIC X(17) VALUE "SETTLED.DAT     S".
    02  FILLER PIC X(17) VALUE "WRITEOFF.DAT    S".
    02  FILLER PIC X(17) VALUE "BACKORDER.DAT   S".
    02  FILLER PIC X(17) VALUE "HELDORD.DAT     S".
    02  FILLER PIC X(17) VALUE "MANIFEST.DAT    S".
    02  FILLER PIC X(17) VALUE "PROPOSED.DAT    S".
    02  FILLER PIC X(17) VALUE "CANCEL.LOG      S".
    02  FILLER PIC X(17) VALUE "RECEIPT.LOG     S".
    02  FILLER PIC X(17) VALUE "BGOODSIN.LOG    S".

01  WS-File-Table REDEFINES WS-File-Values.
    02  WS-FT-Entry OCCURS 52 TIMES.
        03  WS-FT-Name          PIC X(16).
        03  WS-FT-Org           PIC X.
01  WS-File-Count               PIC 99 VALUE 52.
01  WS-File-Idx                 PIC 99.

*>The manifest, held while the set is reloaded against it.
01  WS-Manifest-Table.
    02  WS-MT-Entry OCCURS 99 TIMES.
        03  WS-MT-File-Id       PIC X(16).
        03  WS-MT-Count         PIC 9(7).
        03  WS-MT-State         PIC X(6).
            88  MT-Was-Copied   VALUE "COPIED".
            88  MT-Was-Absent   VALUE "ABSENT".
        03  WS-MT-File-Idx      PIC 99.
01  WS-MT-Count-Loaded          PIC 99 VALUE 0.
01  WS-MT-Idx                   PIC 99.
01  WS-MT-Record-Sum            PIC 9(7) VALUE 0.
01  WS-Trailer-Found            PIC X VALUE "N".
    88  Trailer-Found           VALUE "Y".
01  WS-Manifest-Ok              PIC X VALUE "Y".
    88  Manifest-Is-Whole       VALUE "Y".

01  WS-Record-Image             PIC X(500).
01  WS-Rel-Key                  PIC 9(7).
01  WS-End-Of-File              PIC X.
    88  EndOfFile               VALUE "Y".
01  WS-End-Of-Set               PIC X VALUE "N".
    88  EndOfSet                VALUE "Y".
01  WS-End-Of-Manifest          PIC X VALUE "N".
    88  EndOfManifest           VALUE "Y".
01  WS-File-Records             PIC 9(7).
01  WS-Loaded-Count             PIC 9(7).
01  WS-Loaded-Total             PIC 9(7) VALUE 0.
01  WS-Files-Verified           PIC 9(3) VALUE 0.
01  WS-Files-Failed             PIC 9(3) VALUE 0.
01  WS-Files-Absent             PIC 9(3) VALUE 0.
01  WS-Result                   PIC X(24).

01  WS-Set-Date-X.
    02  WS-Set-Date             PIC 9(8).
01  WS-Confirm                  PIC X.
    88  Is-Confirmed            VALUE "Y" "y".
01  WS-Signed-On                PIC X VALUE "N".
    88  Restore-Signed-On       VALUE "Y".

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  WS-CD-HHMMSS            PIC 9(6).
    02  FILLER                  PIC X(7).

01  WS-Count-Display            PIC Z,ZZZ,ZZ9.
01  WS-Loaded-Display           PIC Z,ZZZ,ZZ9.
01  WS-On-File-Display          PIC Z,ZZZ,ZZ9.

01  WS-Audit-Action             PIC X(5).
01  WS-Audit-Program            PIC X(20) VALUE "DATARESTORE".
01  WS-Audit-Target             PIC X(40)
        VALUE "ALL MASTER AND CONTROL FILES".
01  WS-Audit-Count              PIC 9(6).

*>The operator signed on for this run, shared by every program in it.
01  Signed-On-Operator EXTERNAL.
    02  SO-Operator-Id          PIC X(8).
    02  SO-Operator-Role        PIC XX.
    02  SO-Signed-On            PIC X.
        88  Operator-Signed-On  VALUE "Y".

01  WS-SignOn-Function          PIC X(20) VALUE "DATARESTORE".

PROCEDURE DIVISION.
Begin.
    PERFORM Sign-On-If-Possible.
    PERFORM Resolve-Master-Names.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    DISPLAY "Backup set date (YYYYMMDD): " WITH NO ADVANCING.
    ACCEPT WS-Set-Date-X.
    IF WS-Set-Date-X NOT NUMERIC OR WS-Set-Date = 0
        DISPLAY "DATARESTORE: an eight-digit set date is required"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-Set-Name.
    STRING "BACKUP-" WS-Set-Date ".SET" DELIMITED BY SIZE
        INTO WS-Set-Name
    END-STRING.
    MOVE SPACES TO WS-Manifest-Name.
    STRING "BACKUP-" WS-Set-Date ".MAN" DELIMITED BY SIZE
        INTO WS-Manifest-Name
    END-STRING.
    PERFORM Load-Manifest.
    IF NOT Manifest-Is-Whole
        DISPLAY "DATARESTORE: " WS-Manifest-Name
            " is not a whole manifest - nothing restored"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BACKUP-SET.
    IF SetStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot open " WS-Set-Name
            ", status " SetStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "DATARESTORE: set " WS-Set-Date " holds "
        WS-MT-Count-Loaded " file(s), " WS-MT-Record-Sum
        " record(s)".
    DISPLAY "Replace the live files with this set? (Y/N): "
        WITH NO ADVANCING.
    ACCEPT WS-Confirm.
    IF NOT Is-Confirmed
        CLOSE BACKUP-SET
        DISPLAY "DATARESTORE: not restored"
        STOP RUN
    END-IF.

    MOVE "R" TO RS-Status.
    PERFORM Write-Restore-Status.
    OPEN OUTPUT RESTORE-RPT.
    IF ReportStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot open RESTORE-RPT, "
            "status " ReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Heading.
    MOVE "START" TO WS-Audit-Action.
    MOVE 0 TO WS-Audit-Count.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Set-Name, WS-Audit-Target, WS-Audit-Count.

    PERFORM Read-Set-Record.
    PERFORM VARYING WS-MT-Idx FROM 1 BY 1
            UNTIL WS-MT-Idx > WS-MT-Count-Loaded
        PERFORM Restore-One-File
    END-PERFORM.
*>  Anything left in the set belongs to no manifest line.
    IF NOT EndOfSet
        ADD 1 TO WS-Files-Failed
        MOVE SPACES TO REPORT-LINE
        STRING "SET HOLDS RECORDS THE MANIFEST DOES NOT ACCOUNT FOR, "
               "FIRST FOR " BK-File-Id DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
    END-IF.
    CLOSE BACKUP-SET.

    PERFORM Write-Report-Totals.
    CLOSE RESTORE-RPT.
    IF WS-Files-Failed = 0
        MOVE "V" TO RS-Status
    ELSE
        MOVE "F" TO RS-Status
    END-IF.
    PERFORM Write-Restore-Status.
    MOVE "END" TO WS-Audit-Action.
    MOVE WS-Loaded-Total TO WS-Audit-Count.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Set-Name, WS-Audit-Target, WS-Audit-Count.
    IF WS-Files-Failed = 0
        DISPLAY "DATARESTORE: " WS-Files-Verified
            " file(s) restored and verified from " WS-Set-Name
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "DATARESTORE: " WS-Files-Failed
            " file(s) failed verification - the system stays "
            "closed, see RESTORE.RPT"
        MOVE 16 TO RETURN-CODE
    END-IF.
    STOP RUN.

*>With no operator file at all nobody can sign on; that is the one
*>case where the restore goes ahead unsigned, since OPERATOR.DAT is
*>among the files it brings back.
Sign-On-If-Possible.
    OPEN INPUT OPERATOR-FILE.
    EVALUATE MasterStatus
        WHEN "00"
            CLOSE OPERATOR-FILE
            CALL "SignOn" USING WS-SignOn-Function
            IF RETURN-CODE NOT = 0
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            SET Restore-Signed-On TO TRUE
        WHEN "35"
            DISPLAY "DATARESTORE: WARNING - OPERATOR.DAT does not "
                "exist, restoring without sign-on"
        WHEN OTHER
            DISPLAY "DATARESTORE: ABEND - cannot open OPERATOR.DAT, "
                "status " MasterStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*>The three masters whose names the job can override are restored to
*>wherever those names point for this run.
Resolve-Master-Names.
    DISPLAY "ACME_BOOKSTOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    DISPLAY "ACME_STOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT STOCK-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Stock-Name-Default TO STOCK-NAME-WB
    END-ACCEPT.
    DISPLAY "ACME_MANF_DD" UPON ENVIRONMENT-NAME.
    ACCEPT MANF-NAME-WB FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-Manf-Name-Default TO MANF-NAME-WB
    END-ACCEPT.

*>Nothing is restored from a manifest that is not whole: a missing
*>or wrongly dated trailer, totals that disagree with the lines, or a
*>file this program cannot write.
Load-Manifest.
    OPEN INPUT BACKUP-MANIFEST.
    IF ManifestStatus = "35"
        DISPLAY "DATARESTORE: there is no backup set for " WS-Set-Date
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ManifestStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot open " WS-Manifest-Name
            ", status " ManifestStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ BACKUP-MANIFEST
        AT END SET EndOfManifest TO TRUE
    END-READ.
    PERFORM UNTIL EndOfManifest OR Trailer-Found
        IF BM-Trailer-Tag = "99999"
            SET Trailer-Found TO TRUE
            IF BM-Set-Date NOT = WS-Set-Date
                    OR BM-File-Total NOT = WS-MT-Count-Loaded
                    OR BM-Record-Total NOT = WS-MT-Record-Sum
                DISPLAY "DATARESTORE: manifest trailer does not agree "
                    "with its lines"
                MOVE "N" TO WS-Manifest-Ok
            END-IF
        ELSE
            PERFORM Add-Manifest-Entry
        END-IF
        READ BACKUP-MANIFEST
            AT END SET EndOfManifest TO TRUE
        END-READ
    END-PERFORM.
    CLOSE BACKUP-MANIFEST.
    IF NOT Trailer-Found
        DISPLAY "DATARESTORE: manifest has no trailer - the backup "
            "did not finish"
        MOVE "N" TO WS-Manifest-Ok
    END-IF.

Add-Manifest-Entry.
    IF WS-MT-Count-Loaded = 99
        DISPLAY "DATARESTORE: manifest has more files than expected"
        MOVE "N" TO WS-Manifest-Ok
    ELSE
        ADD 1 TO WS-MT-Count-Loaded
        MOVE BM-File-Id TO WS-MT-File-Id(WS-MT-Count-Loaded)
        MOVE BM-Count TO WS-MT-Count(WS-MT-Count-Loaded)
        MOVE BM-State TO WS-MT-State(WS-MT-Count-Loaded)
        ADD BM-Count TO WS-MT-Record-Sum
        MOVE 0 TO WS-MT-File-Idx(WS-MT-Count-Loaded)
        PERFORM VARYING WS-File-Idx FROM 1 BY 1
                UNTIL WS-File-Idx > WS-File-Count
            IF WS-FT-Name(WS-File-Idx) = BM-File-Id
                MOVE WS-File-Idx TO WS-MT-File-Idx(WS-MT-Count-Loaded)
            END-IF
        END-PERFORM
        IF WS-MT-File-Idx(WS-MT-Count-Loaded) = 0
            DISPLAY "DATARESTORE: manifest names unknown file "
                BM-File-Id
            MOVE "N" TO WS-Manifest-Ok
        END-IF
    END-IF.

*>RESTORE.STS is what SignOn reads: R and F keep everyone but this
*>program out, V lets them back in.
Write-Restore-Status.
    MOVE WS-Set-Date TO RS-Set-Date.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE WS-CD-YYYYMMDD TO RS-Date.
    MOVE WS-CD-HHMMSS TO RS-Time.
    IF Restore-Signed-On
        MOVE SO-Operator-Id TO RS-Operator
    ELSE
        MOVE "UNSIGNED" TO RS-Operator
    END-IF.
    OPEN OUTPUT RESTORE-STATUS.
    IF RestoreStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot open RESTORE.STS, "
            "status " RestoreStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE RESTORE-STATUS-REC.
    CLOSE RESTORE-STATUS.

*>The set holds each file's records together, in manifest order.
Restore-One-File.
    MOVE WS-MT-File-Idx(WS-MT-Idx) TO WS-File-Idx.
    IF MT-Was-Absent(WS-MT-Idx)
        ADD 1 TO WS-Files-Absent
        MOVE 0 TO WS-Loaded-Count, WS-File-Records
        MOVE "NOT IN SET - LEFT AS FOUND" TO WS-Result
    ELSE
        PERFORM Set-Physical-Name
        PERFORM Reload-File
        PERFORM Count-File
        ADD WS-Loaded-Count TO WS-Loaded-Total
        IF WS-Loaded-Count = WS-MT-Count(WS-MT-Idx)
                AND WS-File-Records = WS-MT-Count(WS-MT-Idx)
            ADD 1 TO WS-Files-Verified
            MOVE "VERIFIED" TO WS-Result
        ELSE
            ADD 1 TO WS-Files-Failed
            MOVE "*** COUNTS DISAGREE ***" TO WS-Result
        END-IF
    END-IF.
    PERFORM Write-Report-Detail.

Reload-File.
    MOVE 0 TO WS-Loaded-Count.
    PERFORM Open-File-Output.
    IF MasterStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot create "
            WS-Physical-Name ", status " MasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL EndOfSet
            OR BK-File-Id NOT = WS-MT-File-Id(WS-MT-Idx)
        MOVE BK-Data TO WS-Record-Image
        MOVE BK-Rel-Key TO WS-Rel-Key
        PERFORM Write-File-Record
        ADD 1 TO WS-Loaded-Count
        PERFORM Read-Set-Record
    END-PERFORM.
    PERFORM Close-File.

*>The reloaded file is read through again from the start, so the
*>count proved is what is really on disk now.
Count-File.
    MOVE 0 TO WS-File-Records.
    MOVE "N" TO WS-End-Of-File.
    PERFORM Open-File-Input.
    IF MasterStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot reopen "
            WS-Physical-Name ", status " MasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Read-Next-Record.
    PERFORM UNTIL EndOfFile
        ADD 1 TO WS-File-Records
        PERFORM Read-Next-Record
    END-PERFORM.
    PERFORM Close-File.

Read-Set-Record.
    READ BACKUP-SET
        AT END SET EndOfSet TO TRUE
    END-READ.
    IF NOT EndOfSet AND SetStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot read " WS-Set-Name
            ", status " SetStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Set-Physical-Name.
    EVALUATE WS-FT-Name(WS-File-Idx)
        WHEN "BookStock.DAT"
            MOVE BookStock-Name TO WS-Physical-Name
        WHEN "STOCK.DAT"
            MOVE STOCK-NAME-WB TO WS-Physical-Name
        WHEN "MANF.DAT"
            MOVE MANF-NAME-WB TO WS-Physical-Name
        WHEN OTHER
            MOVE WS-FT-Name(WS-File-Idx) TO WS-Physical-Name
    END-EVALUATE.

Open-File-Output.
    IF WS-FT-Org(WS-File-Idx) = "S"
        MOVE WS-FT-Name(WS-File-Idx) TO WS-Seq-Name
        OPEN OUTPUT SEQ-FILE
        MOVE SeqStatus TO MasterStatus
    ELSE
        PERFORM Open-Master-Output
    END-IF.

Open-Master-Output.
    EVALUATE WS-FT-Name(WS-File-Idx)
        WHEN "BookStock.DAT"
            OPEN OUTPUT BookStockFile
        WHEN "STOCK.DAT"
            OPEN OUTPUT STOCK-FILE
        WHEN "MANF.DAT"
            OPEN OUTPUT MANF-FILE
        WHEN "CUSTOMER.DAT"
            OPEN OUTPUT CUSTOMER-FILE
        WHEN "AUTHOR.DAT"
            OPEN OUTPUT AUTHOR-FILE
        WHEN "BUNDLE.DAT"
            OPEN OUTPUT BUNDLE-FILE
        WHEN "CYCLECNT.DAT"
            OPEN OUTPUT CYCLE-FILE
        WHEN "DELIVADDR.DAT"
            OPEN OUTPUT DELIV-FILE
        WHEN "DESPIDX.DAT"
            OPEN OUTPUT DESPIDX-FILE
        WHEN "OPERATOR.DAT"
            OPEN OUTPUT OPERATOR-FILE
        WHEN "POREG.DAT"
            OPEN OUTPUT PO-REGISTER
        WHEN "BPOREG.DAT"
            OPEN OUTPUT BPO-REGISTER
        WHEN "QUARSTK.DAT"
            OPEN OUTPUT QUARANTINE-FILE
        WHEN "QUOTE.DAT"
            OPEN OUTPUT QUOTE-FILE
        WHEN "RMAREG.DAT"
            OPEN OUTPUT RMA-REGISTER
        WHEN "RTSREG.DAT"
            OPEN OUTPUT RTS-REGISTER
        WHEN "SINVREG.DAT"
            OPEN OUTPUT INVOICE-REGISTER
        WHEN "STANDORD.DAT"
            OPEN OUTPUT STANDORD-FILE
    END-EVALUATE.

*>A record the file refuses (a duplicate key, say) stops the restore:
*>RESTORE.STS is left at R and nobody is let in.
Write-File-Record.
    IF WS-FT-Org(WS-File-Idx) = "S"
        MOVE WS-Record-Image TO SEQ-REC
        WRITE SEQ-REC
        MOVE SeqStatus TO MasterStatus
    ELSE
        PERFORM Write-Master-Record
    END-IF.
    IF MasterStatus NOT = "00"
        DISPLAY "DATARESTORE: ABEND - cannot write "
            WS-Physical-Name ", status " MasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Write-Master-Record.
    EVALUATE WS-FT-Name(WS-File-Idx)
        WHEN "BookStock.DAT"
            MOVE WS-Record-Image TO BookStockRec
            WRITE BookStockRec
        WHEN "STOCK.DAT"
            MOVE WS-Record-Image TO STOCK-REC-FB
            MOVE WS-Rel-Key TO STOCK-REC-POINTER-WB
            WRITE STOCK-REC-FB
        WHEN "MANF.DAT"
            MOVE WS-Record-Image TO MANF-REC-FC
            WRITE MANF-REC-FC
        WHEN "CUSTOMER.DAT"
            MOVE WS-Record-Image TO CUSTOMER-REC
            WRITE CUSTOMER-REC
        WHEN "AUTHOR.DAT"
            MOVE WS-Record-Image TO AUTHOR-REC
            WRITE AUTHOR-REC
        WHEN "BUNDLE.DAT"
            MOVE WS-Record-Image TO BUNDLE-REC
            WRITE BUNDLE-REC
        WHEN "CYCLECNT.DAT"
            MOVE WS-Record-Image TO CYCLE-REC
            WRITE CYCLE-REC
        WHEN "DELIVADDR.DAT"
            MOVE WS-Record-Image TO DELIV-REC
            WRITE DELIV-REC
        WHEN "DESPIDX.DAT"
            MOVE WS-Record-Image TO DESPIDX-REC
            WRITE DESPIDX-REC
        WHEN "OPERATOR.DAT"
            MOVE WS-Record-Image TO OPERATOR-REC
            WRITE OPERATOR-REC
        WHEN "POREG.DAT"
            MOVE WS-Record-Image TO PO-REG-REC
            WRITE PO-REG-REC
        WHEN "BPOREG.DAT"
            MOVE WS-Record-Image TO BPO-REG-REC
            WRITE BPO-REG-REC
        WHEN "QUARSTK.DAT"
            MOVE WS-Record-Image TO QUARANTINE-REC
            WRITE QUARANTINE-REC
        WHEN "QUOTE.DAT"
            MOVE WS-Record-Image TO QUOTE-REC
            WRITE QUOTE-REC
        WHEN "RMAREG.DAT"
            MOVE WS-Record-Image TO RMA-REG-REC
            WRITE RMA-REG-REC
        WHEN "RTSREG.DAT"
            MOVE WS-Record-Image TO RTS-REG-REC
            WRITE RTS-REG-REC
        WHEN "SINVREG.DAT"
            MOVE WS-Record-Image TO SIR-Rec
            WRITE SIR-Rec
        WHEN "STANDORD.DAT"
            MOVE WS-Record-Image TO STANDORD-REC
            WRITE STANDORD-REC
    END-EVALUATE.

Open-File-Input.
    IF WS-FT-Org(WS-File-Idx) = "S"
        MOVE WS-FT-Name(WS-File-Idx) TO WS-Seq-Name
        OPEN INPUT SEQ-FILE
        MOVE SeqStatus TO MasterStatus
    ELSE
        PERFORM Open-Master-Input
    END-IF.

Open-Master-Input.
    EVALUATE WS-FT-Name(WS-File-Idx)
        WHEN "BookStock.DAT"
            OPEN INPUT BookStockFile
        WHEN "STOCK.DAT"
            OPEN INPUT STOCK-FILE
        WHEN "MANF.DAT"
            OPEN INPUT MANF-FILE
        WHEN "CUSTOMER.DAT"
            OPEN INPUT CUSTOMER-FILE
        WHEN "AUTHOR.DAT"
            OPEN INPUT AUTHOR-FILE
        WHEN "BUNDLE.DAT"
            OPEN INPUT BUNDLE-FILE
        WHEN "CYCLECNT.DAT"
            OPEN INPUT CYCLE-FILE
        WHEN "DELIVADDR.DAT"
            OPEN INPUT DELIV-FILE
        WHEN "DESPIDX.DAT"
            OPEN INPUT DESPIDX-FILE
        WHEN "OPERATOR.DAT"
            OPEN INPUT OPERATOR-FILE
        WHEN "POREG.DAT"
            OPEN INPUT PO-REGISTER
        WHEN "BPOREG.DAT"
            OPEN INPUT BPO-REGISTER
        WHEN "QUARSTK.DAT"
            OPEN INPUT QUARANTINE-FILE
        WHEN "QUOTE.DAT"
            OPEN INPUT QUOTE-FILE
        WHEN "RMAREG.DAT"
            OPEN INPUT RMA-REGISTER
        WHEN "RTSREG.DAT"
            OPEN INPUT RTS-REGISTER
        WHEN "SINVREG.DAT"
            OPEN INPUT INVOICE-REGISTER
        WHEN "STANDORD.DAT"
            OPEN INPUT STANDORD-FILE
    END-EVALUATE.

Read-Next-Record.
    IF WS-FT-Org(WS-File-Idx) = "S"
        READ SEQ-FILE
        MOVE SeqStatus TO MasterStatus
    ELSE
        PERFORM Read-Master-Next
    END-IF.
    EVALUATE MasterStatus
        WHEN "00"
        WHEN "02"
            CONTINUE
        WHEN "10"
            SET EndOfFile TO TRUE
        WHEN OTHER
            DISPLAY "DATARESTORE: ABEND - cannot read "
                WS-Physical-Name ", status " MasterStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

Read-Master-Next.
    EVALUATE WS-FT-Name(WS-File-Idx)
        WHEN "BookStock.DAT"
            READ BookStockFile NEXT RECORD
            MOVE BookStockRec TO WS-Record-Image
        WHEN "STOCK.DAT"
            READ STOCK-FILE NEXT RECORD
            MOVE STOCK-REC-FB TO WS-Record-Image
            MOVE STOCK-REC-POINTER-WB TO WS-Rel-Key
        WHEN "MANF.DAT"
            READ MANF-FILE NEXT RECORD
            MOVE MANF-REC-FC TO WS-Record-Image
        WHEN "CUSTOMER.DAT"
            READ CUSTOMER-FILE NEXT RECORD
            MOVE CUSTOMER-REC TO WS-Record-Image
        WHEN "AUTHOR.DAT"
            READ AUTHOR-FILE NEXT RECORD
            MOVE AUTHOR-REC TO WS-Record-Image
        WHEN "BUNDLE.DAT"
            READ BUNDLE-FILE NEXT RECORD
            MOVE BUNDLE-REC TO WS-Record-Image
        WHEN "CYCLECNT.DAT"
            READ CYCLE-FILE NEXT RECORD
            MOVE CYCLE-REC TO WS-Record-Image
        WHEN "DELIVADDR.DAT"
            READ DELIV-FILE NEXT RECORD
            MOVE DELIV-REC TO WS-Record-Image
        WHEN "DESPIDX.DAT"
            READ DESPIDX-FILE NEXT RECORD
            MOVE DESPIDX-REC TO WS-Record-Image
        WHEN "OPERATOR.DAT"
            READ OPERATOR-FILE NEXT RECORD
            MOVE OPERATOR-REC TO WS-Record-Image
        WHEN "POREG.DAT"
            READ PO-REGISTER NEXT RECORD
            MOVE PO-REG-REC TO WS-Record-Image
        WHEN "BPOREG.DAT"
            READ BPO-REGISTER NEXT RECORD
            MOVE BPO-REG-REC TO WS-Record-Image
        WHEN "QUARSTK.DAT"
            READ QUARANTINE-FILE NEXT RECORD
            MOVE QUARANTINE-REC TO WS-Record-Image
        WHEN "QUOTE.DAT"
            READ QUOTE-FILE NEXT RECORD
            MOVE QUOTE-REC TO WS-Record-Image
        WHEN "RMAREG.DAT"
            READ RMA-REGISTER NEXT RECORD
            MOVE RMA-REG-REC TO WS-Record-Image
        WHEN "RTSREG.DAT"
            READ RTS-REGISTER NEXT RECORD
            MOVE RTS-REG-REC TO WS-Record-Image
        WHEN "SINVREG.DAT"
            READ INVOICE-REGISTER NEXT RECORD
            MOVE SIR-Rec TO WS-Record-Image
        WHEN "STANDORD.DAT"
            READ STANDORD-FILE NEXT RECORD
            MOVE STANDORD-REC TO WS-Record-Image
    END-EVALUATE.

Close-File.
    IF WS-FT-Org(WS-File-Idx) = "S"
        CLOSE SEQ-FILE
    ELSE
        PERFORM Close-Master
    END-IF.

Close-Master.
    EVALUATE WS-FT-Name(WS-File-Idx)
        WHEN "BookStock.DAT"
            CLOSE BookStockFile
        WHEN "STOCK.DAT"
            CLOSE STOCK-FILE
        WHEN "MANF.DAT"
            CLOSE MANF-FILE
        WHEN "CUSTOMER.DAT"
            CLOSE CUSTOMER-FILE
        WHEN "AUTHOR.DAT"
            CLOSE AUTHOR-FILE
        WHEN "BUNDLE.DAT"
            CLOSE BUNDLE-FILE
        WHEN "CYCLECNT.DAT"
            CLOSE CYCLE-FILE
        WHEN "DELIVADDR.DAT"
            CLOSE DELIV-FILE
        WHEN "DESPIDX.DAT"
            CLOSE DESPIDX-FILE
        WHEN "OPERATOR.DAT"
            CLOSE OPERATOR-FILE
        WHEN "POREG.DAT"
            CLOSE PO-REGISTER
        WHEN "BPOREG.DAT"
            CLOSE BPO-REGISTER
        WHEN "QUARSTK.DAT"
            CLOSE QUARANTINE-FILE
        WHEN "QUOTE.DAT"
            CLOSE QUOTE-FILE
        WHEN "RMAREG.DAT"
            CLOSE RMA-REGISTER
        WHEN "RTSREG.DAT"
            CLOSE RTS-REGISTER
        WHEN "SINVREG.DAT"
            CLOSE INVOICE-REGISTER
        WHEN "STANDORD.DAT"
            CLOSE STANDORD-FILE
    END-EVALUATE.

Write-Report-Heading.
    MOVE SPACES TO REPORT-LINE.
    STRING "RESTORE FROM BACKUP SET " WS-Set-Date "  RUN "
           WS-CD-YYYYMMDD " " WS-CD-HHMMSS DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE "FILE              MANIFEST     LOADED    ON FILE  RESULT"
        TO REPORT-LINE.
    WRITE REPORT-LINE.

Write-Report-Detail.
    MOVE WS-MT-Count(WS-MT-Idx) TO WS-Count-Display.
    MOVE WS-Loaded-Count TO WS-Loaded-Display.
    MOVE WS-File-Records TO WS-On-File-Display.
    MOVE SPACES TO REPORT-LINE.
    STRING WS-MT-File-Id(WS-MT-Idx) " " WS-Count-Display "  "
           WS-Loaded-Display "  " WS-On-File-Display "  " WS-Result
           DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.

Write-Report-Totals.
    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    STRING "FILES VERIFIED " WS-Files-Verified "  FAILED "
           WS-Files-Failed "  NOT IN SET " WS-Files-Absent
           DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
    MOVE SPACES TO REPORT-LINE.
    IF WS-Files-Failed = 0
        MOVE "ALL FILES AGREE WITH THE MANIFEST - SYSTEM OPEN"
            TO REPORT-LINE
    ELSE
        MOVE "FILES DISAGREE WITH THE MANIFEST - SYSTEM STAYS CLOSED"
            TO REPORT-LINE
    END-IF.
    WRITE REPORT-LINE.
