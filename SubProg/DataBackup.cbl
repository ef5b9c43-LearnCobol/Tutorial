      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  DataBackup.
AUTHOR.  Michael Coughlan.
*>Nightly backup of every master and control file into one dated
*>backup set.  Until now each master had its own extract, or none,
*>and nobody could say which day's copy of the control numbers went
*>with which day's copy of the stock file; after a bad disk the
*>restore was pieced together by hand.  This unloads every indexed
*>and relative master by primary key and copies every control, rate
*>and register file, record for record, into BACKUP-yyyymmdd.SET,
*>each record tagged with the file it came from (and, for the
*>relative STOCK-FILE, its relative record number, so it goes back
*>in the same slot).  BACKUP-yyyymmdd.MAN is the manifest: one line
*>per file with the number of records copied, or ABSENT where the
*>file did not exist tonight, and a "99999" trailer with the file
*>and record totals.  DataRestore reloads a chosen set and proves
*>every file's count against this manifest.  The three masters whose
*>names can be overridden (ACME_BOOKSTOCK_DD, ACME_STOCK_DD and
*>ACME_MANF_DD) are backed up from wherever those names point, and
*>the manifest records the physical name used.  Run as the last step
*>of BatchController, after the day's postings; logged START and END
*>through RunAuditLog.  Ends with GOBACK so the controller gets
*>control back.

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

DATA DIVISION.
FILE SECTION.
*>The masters are copied as whole records; only their keys are named.
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

WORKING-STORAGE SECTION.
01  MasterStatus                PIC XX.
01  SeqStatus                   PIC XX.
01  SetStatus                   PIC XX.
01  ManifestStatus              PIC XX.

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

*>Every file in the set, in the order it is backed up and restored:
*>the file name, then I for an indexed or relative master read
*>through its own FD, S for a line sequential file read as text.
*>DataRestore carries the same list.
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

01  WS-Record-Image             PIC X(500).
01  WS-Rel-Key                  PIC 9(7).
01  WS-End-Of-File              PIC X.
    88  EndOfFile               VALUE "Y".
01  WS-File-Records             PIC 9(7).
01  WS-Set-Records              PIC 9(7) VALUE 0.
01  WS-Files-Copied             PIC 9(3) VALUE 0.
01  WS-Files-Absent             PIC 9(3) VALUE 0.

01  WS-Current-Date.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  FILLER                  PIC X(13).

01  WS-Audit-Action             PIC X(5).
01  WS-Audit-Program            PIC X(20) VALUE "DATABACKUP".
01  WS-Audit-Source             PIC X(40)
        VALUE "ALL MASTER AND CONTROL FILES".
01  WS-Audit-Count              PIC 9(6).

01  WS-SignOn-Function          PIC X(20) VALUE "DATABACKUP".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Resolve-Master-Names.
    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    MOVE SPACES TO WS-Set-Name.
    STRING "BACKUP-" WS-CD-YYYYMMDD ".SET" DELIMITED BY SIZE
        INTO WS-Set-Name
    END-STRING.
    MOVE SPACES TO WS-Manifest-Name.
    STRING "BACKUP-" WS-CD-YYYYMMDD ".MAN" DELIMITED BY SIZE
        INTO WS-Manifest-Name
    END-STRING.
    OPEN OUTPUT BACKUP-SET.
    IF SetStatus NOT = "00"
        DISPLAY "DATABACKUP: ABEND - cannot open " WS-Set-Name
            ", status " SetStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT BACKUP-MANIFEST.
    IF ManifestStatus NOT = "00"
        DISPLAY "DATABACKUP: ABEND - cannot open " WS-Manifest-Name
            ", status " ManifestStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "START" TO WS-Audit-Action.
    MOVE 0 TO WS-Audit-Count.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Audit-Source, WS-Set-Name, WS-Audit-Count.

    PERFORM VARYING WS-File-Idx FROM 1 BY 1
            UNTIL WS-File-Idx > WS-File-Count
        PERFORM Back-Up-One-File
    END-PERFORM.

    MOVE SPACES TO MANIFEST-TRAILER.
    MOVE "99999" TO BM-Trailer-Tag.
    MOVE WS-CD-YYYYMMDD TO BM-Set-Date.
    MOVE WS-File-Count TO BM-File-Total.
    MOVE WS-Set-Records TO BM-Record-Total.
    WRITE MANIFEST-TRAILER.
    CLOSE BACKUP-SET, BACKUP-MANIFEST.

    MOVE "END" TO WS-Audit-Action.
    MOVE WS-Set-Records TO WS-Audit-Count.
    CALL "RunAuditLog" USING WS-Audit-Action, WS-Audit-Program,
        WS-Audit-Source, WS-Set-Name, WS-Audit-Count.
    DISPLAY "DATABACKUP: " WS-Files-Copied " file(s), "
        WS-Set-Records " record(s) backed up to " WS-Set-Name.
    IF WS-Files-Absent > 0
        DISPLAY "DATABACKUP: " WS-Files-Absent
            " file(s) did not exist and are marked ABSENT in "
            WS-Manifest-Name
    END-IF.
    MOVE 0 TO RETURN-CODE.
    GOBACK.

*>The three masters whose names the job can override are backed up
*>from the same files every other program is using tonight.
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

*>A file that does not exist yet (status 35) is not an error - a
*>register nobody has written to this year, say - but it is named in
*>the manifest so the restore knows it was looked for.
Back-Up-One-File.
    MOVE 0 TO WS-File-Records.
    MOVE "N" TO WS-End-Of-File.
    PERFORM Set-Physical-Name.
    PERFORM Open-File-Input.
    MOVE SPACES TO MANIFEST-LINE.
    MOVE WS-FT-Name(WS-File-Idx) TO BM-File-Id.
    MOVE WS-FT-Org(WS-File-Idx) TO BM-Org.
    MOVE WS-Physical-Name TO BM-Physical-Name.
    EVALUATE MasterStatus
        WHEN "00"
            PERFORM Read-Next-Record
            PERFORM UNTIL EndOfFile
                PERFORM Write-Set-Record
                PERFORM Read-Next-Record
            END-PERFORM
            PERFORM Close-File
            MOVE WS-File-Records TO BM-Count
            MOVE "COPIED" TO BM-State
            ADD 1 TO WS-Files-Copied
        WHEN "35"
            MOVE 0 TO BM-Count
            MOVE "ABSENT" TO BM-State
            ADD 1 TO WS-Files-Absent
        WHEN OTHER
            DISPLAY "DATABACKUP: ABEND - cannot open "
                WS-Physical-Name ", status " MasterStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    WRITE MANIFEST-LINE.
    IF ManifestStatus NOT = "00"
        DISPLAY "DATABACKUP: ABEND - cannot write " WS-Manifest-Name
            ", status " ManifestStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

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

*>Each record read is left in WS-Record-Image.  The relative key
*>written with it is the record's ordinal in the file, except for
*>STOCK-FILE, whose own relative record number is kept.
Read-Next-Record.
    COMPUTE WS-Rel-Key = WS-File-Records + 1.
    IF WS-FT-Org(WS-File-Idx) = "S"
        READ SEQ-FILE
        MOVE SeqStatus TO MasterStatus
        MOVE SEQ-REC TO WS-Record-Image
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
            DISPLAY "DATABACKUP: ABEND - cannot read "
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

Write-Set-Record.
    MOVE WS-FT-Name(WS-File-Idx) TO BK-File-Id.
    MOVE WS-Rel-Key TO BK-Rel-Key.
    MOVE WS-Record-Image TO BK-Data.
    WRITE BACKUP-SET-REC.
    IF SetStatus NOT = "00"
        DISPLAY "DATABACKUP: ABEND - cannot write " WS-Set-Name
            ", status " SetStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-File-Records.
    ADD 1 TO WS-Set-Records.

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
