      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  BundleMaint.
AUTHOR.  Michael Coughlan.
*>Bundle definition maintenance.  Box sets and school packs are
*>several existing titles shipped together at a price of their own;
*>set up as made-up titles on BookStockFile their stock never agreed
*>with the shelf, and keyed as separate lines they lost the bundle
*>price.  This program keeps BUNDLE.DAT instead, an indexed file
*>keyed on the bundle's own id: its title, its price and currency,
*>and up to ten component Book-Id-BSF titles with the number of
*>copies of each that make up one bundle.  The bundle holds no stock
*>of its own - OrderEdit accepts the id, Availability works out how
*>many can be promised from the components, and Despatch invoices
*>one line at the bundle price while moving, picking and journalling
*>the real component titles.  A bundle id may not be a Book-Id-BSF,
*>every component must be one, and no title may appear twice in the
*>same bundle.  A bundle that is no longer sold is withdrawn rather
*>than deleted, so history and open backorders that quote it can
*>still be read.  Every add, amend and withdrawal is written to the
*>master-change journal through MasterChangeLog with the record as it
*>stood before and after.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUNDLE-FILE ASSIGN TO "BUNDLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BUNDLE-ID-BM
        FILE STATUS IS BundleStatus.

    SELECT BookStockFile ASSIGN TO DYNAMIC BookStock-Name
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Book-Id-BSF
        ALTERNATE RECORD KEY IS Book-Title-BSF
        ALTERNATE RECORD KEY IS Author-Id-BSF
                  WITH DUPLICATES
        FILE STATUS IS BookStatus.

DATA DIVISION.
FILE SECTION.
FD  BUNDLE-FILE.
01  BUNDLE-REC.
    88  EndOfBundles            VALUE HIGH-VALUES.
    02  BUNDLE-ID-BM            PIC X(5).
    02  BUNDLE-TITLE-BM         PIC X(30).
    02  BUNDLE-PRICE-BM         PIC 99V99.
    02  BUNDLE-CURRENCY-BM      PIC XXX.
    02  BUNDLE-STATUS-BM        PIC X.
        88  Bundle-Active       VALUE "A".
        88  Bundle-Withdrawn    VALUE "D".
    02  BUNDLE-COMP-COUNT-BM    PIC 99.
    02  BUNDLE-COMP-BM OCCURS 10 TIMES.
        03  BUNDLE-COMP-ID-BM   PIC X(5).
        03  BUNDLE-COMP-QTY-BM  PIC 99.

FD  BookStockFile.
01  BookStockRec.
    02  Book-Id-BSF             PIC X(5).
    02  Book-Title-BSF          PIC X(30).
    02  Author-Id-BSF           PIC 9(4).
    02  Qty-In-Stock-BSF        PIC 999.
    02  Copy-Price-BSF          PIC 99V99.
    02  Copy-Weight-BSF         PIC 9(3)V99.
    02  Currency-Code-BSF       PIC XXX.
    02  Supplier-Code-BSF       PIC X(4).
    02  Reorder-Level-BSF       PIC 999.
    02  Reorder-Qty-BSF         PIC 999.
    02  On-Order-BSF            PIC X.
    02  Bin-Location-BSF        PIC X(6).
    02  Avg-Cost-BSF            PIC 9(5)V99.

WORKING-STORAGE SECTION.
01  BundleStatus                PIC XX.
01  BookStatus                  PIC XX.
01  BookStock-Name              PIC X(40) VALUE "BookStock.DAT".
01  WS-BookStock-Default        PIC X(40) VALUE "BookStock.DAT".

01  WS-Continue                 PIC X VALUE "Y".
    88  Keep-Going              VALUE "Y".
01  WS-Action                   PIC X.
    88  Action-Is-List          VALUE "L".
    88  Action-Is-Add           VALUE "A".
    88  Action-Is-Change        VALUE "C".
    88  Action-Is-Withdraw      VALUE "D".
01  WS-Answer                   PIC X.
    88  Answer-Is-Yes           VALUE "Y".
01  WS-Added-Count              PIC 9(5) VALUE 0.
01  WS-Changed-Count            PIC 9(5) VALUE 0.
01  WS-Withdrawn-Count          PIC 9(5) VALUE 0.
01  WS-Listed-Count             PIC 9(5).

01  WS-Bundle-Id                PIC X(5).
01  WS-Title                    PIC X(30).
01  WS-Currency                 PIC XXX.
01  WS-Price-X.
    02  WS-Price                PIC 99V99.
01  WS-Price-Display            PIC Z9.99.

*>Components are keyed into this table and only moved onto the
*>record once the whole list has been accepted, so a bad entry part
*>way down never leaves a half-changed bundle on file.
01  WS-Component-Table.
    02  WS-CT-Entry OCCURS 10 TIMES.
        03  WS-CT-Book-Id       PIC X(5).
        03  WS-CT-Qty           PIC 99.
01  WS-CT-Count                 PIC 99 VALUE 0.
01  WS-CT-Idx                   PIC 99.
01  WS-Comp-Id                  PIC X(5).
01  WS-Comp-Qty-X.
    02  WS-Comp-Qty             PIC 99.
01  WS-Comp-Done                PIC X.
    88  Components-Done         VALUE "Y".
01  WS-Comp-Duplicate           PIC X.
    88  Comp-Is-Duplicate       VALUE "Y".

*>Master-change journal parameters for MasterChangeLog.
01  WS-Chg-Program              PIC X(20) VALUE "BUNDLEMAINT".
01  WS-Chg-File-Id              PIC X(3) VALUE "BDL".
01  WS-Chg-Key                  PIC X(12).
01  WS-Chg-Action               PIC X.
01  WS-Before-Image             PIC X(200).
01  WS-After-Image              PIC X(200).

01  WS-SignOn-Function          PIC X(20) VALUE "BUNDLEMAINT".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  BookStockFile's name defaults to the fixed literal below but can
*>  be overridden at runtime (JCL DD or shell environment variable)
*>  without recompiling.
    DISPLAY "ACME_BOOKSTOCK_DD" UPON ENVIRONMENT-NAME.
    ACCEPT BookStock-Name FROM ENVIRONMENT-VALUE
        ON EXCEPTION MOVE WS-BookStock-Default TO BookStock-Name
    END-ACCEPT.
    OPEN INPUT BookStockFile.
    IF BookStatus NOT = "00"
        DISPLAY "BUNDLEMAINT: ABEND - cannot open BookStockFile, "
            "status " BookStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
*>  INDEXED OPEN I-O fails with status 35 on a file that doesn't
*>  exist yet, so the first run in the file's life falls back to
*>  OPEN OUTPUT to create it, then reopens for update.
    OPEN I-O BUNDLE-FILE.
    IF BundleStatus = "35"
        OPEN OUTPUT BUNDLE-FILE
        CLOSE BUNDLE-FILE
        OPEN I-O BUNDLE-FILE
    END-IF.
    IF BundleStatus NOT = "00"
        DISPLAY "BUNDLEMAINT: ABEND - cannot open BUNDLE-FILE, status "
            BundleStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL NOT Keep-Going
        PERFORM Maintain-Bundle
        DISPLAY "Another action? (Y/N): " WITH NO ADVANCING
        ACCEPT WS-Continue
    END-PERFORM.
    CLOSE BUNDLE-FILE, BookStockFile.
    DISPLAY "BUNDLEMAINT: " WS-Added-Count " bundle(s) added, "
        WS-Changed-Count " amended, " WS-Withdrawn-Count " withdrawn".
    STOP RUN.

Maintain-Bundle.
    DISPLAY "Action (L=list, A=add, C=change, D=withdraw): "
        WITH NO ADVANCING.
    ACCEPT WS-Action.
    IF Action-Is-List
        PERFORM List-Bundles
    ELSE
        IF NOT Action-Is-Add AND NOT Action-Is-Change
                AND NOT Action-Is-Withdraw
            DISPLAY "BUNDLEMAINT: action must be L, A, C or D"
        ELSE
            DISPLAY "Bundle Id: " WITH NO ADVANCING
            ACCEPT WS-Bundle-Id
            IF WS-Bundle-Id = SPACES
                DISPLAY "BUNDLEMAINT: no bundle id entered"
            ELSE
                EVALUATE TRUE
                    WHEN Action-Is-Add      PERFORM Add-Bundle
                    WHEN Action-Is-Change   PERFORM Change-Bundle
                    WHEN Action-Is-Withdraw PERFORM Withdraw-Bundle
                END-EVALUATE
            END-IF
        END-IF
    END-IF.

*>The id is the bundle's own and must never collide with a real
*>title, or an order line could not say which of the two it meant.
Add-Bundle.
    MOVE WS-Bundle-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            CONTINUE
    END-READ.
    IF BookStatus = "00"
        DISPLAY "BUNDLEMAINT: " WS-Bundle-Id " is a title on "
            "BookStockFile, not added"
    ELSE
        MOVE WS-Bundle-Id TO BUNDLE-ID-BM
        READ BUNDLE-FILE
            INVALID KEY
                CONTINUE
        END-READ
        IF BundleStatus = "00"
            DISPLAY "BUNDLEMAINT: " WS-Bundle-Id
                " already exists, not added"
        ELSE
            PERFORM Add-New-Bundle
        END-IF
    END-IF.

Add-New-Bundle.
    DISPLAY "Bundle Title: " WITH NO ADVANCING.
    ACCEPT WS-Title.
    DISPLAY "Bundle Price (9999 = 99.99): " WITH NO ADVANCING.
    ACCEPT WS-Price-X.
    DISPLAY "Currency Code (blank = EUR): " WITH NO ADVANCING.
    ACCEPT WS-Currency.
    IF WS-Title = SPACES OR WS-Price-X NOT NUMERIC OR WS-Price = 0
        DISPLAY "BUNDLEMAINT: title and a non-zero price are needed, "
            "not added"
    ELSE
        PERFORM Take-Components
        IF WS-CT-Count = 0
            DISPLAY "BUNDLEMAINT: a bundle needs at least one "
                "component, not added"
        ELSE
            MOVE SPACES TO BUNDLE-REC
            MOVE WS-Bundle-Id TO BUNDLE-ID-BM
            MOVE WS-Title TO BUNDLE-TITLE-BM
            MOVE WS-Price TO BUNDLE-PRICE-BM
            IF WS-Currency = SPACES
                MOVE "EUR" TO WS-Currency
            END-IF
            MOVE WS-Currency TO BUNDLE-CURRENCY-BM
            MOVE "A" TO BUNDLE-STATUS-BM
            PERFORM Move-Components-To-Record
            WRITE BUNDLE-REC
                INVALID KEY
                    DISPLAY "BUNDLEMAINT: " WS-Bundle-Id
                        " already exists, not added"
                NOT INVALID KEY
                    ADD 1 TO WS-Added-Count
                    MOVE SPACES TO WS-Before-Image
                    MOVE BUNDLE-REC TO WS-After-Image
                    MOVE "A" TO WS-Chg-Action
                    PERFORM Log-Master-Change
                    DISPLAY "BUNDLEMAINT: " WS-Bundle-Id " added"
            END-WRITE
        END-IF
    END-IF.

*>Blank entries keep what is on file; the component list is only
*>replaced when asked for, and then as a whole.  A withdrawn bundle
*>can be put back on sale here.
Change-Bundle.
    MOVE WS-Bundle-Id TO BUNDLE-ID-BM.
    READ BUNDLE-FILE
        INVALID KEY
            DISPLAY "BUNDLEMAINT: " WS-Bundle-Id " not found"
        NOT INVALID KEY
            MOVE BUNDLE-REC TO WS-Before-Image
            PERFORM Show-Bundle
            DISPLAY "Bundle Title (blank = keep): " WITH NO ADVANCING
            ACCEPT WS-Title
            IF WS-Title NOT = SPACES
                MOVE WS-Title TO BUNDLE-TITLE-BM
            END-IF
            DISPLAY "Bundle Price (9999 = 99.99, blank = keep): "
                WITH NO ADVANCING
            ACCEPT WS-Price-X
            IF WS-Price-X NUMERIC AND WS-Price > 0
                MOVE WS-Price TO BUNDLE-PRICE-BM
            END-IF
            DISPLAY "Currency Code (blank = keep): " WITH NO ADVANCING
            ACCEPT WS-Currency
            IF WS-Currency NOT = SPACES
                MOVE WS-Currency TO BUNDLE-CURRENCY-BM
            END-IF
            DISPLAY "Re-key the components? (Y/N): " WITH NO ADVANCING
            ACCEPT WS-Answer
            IF Answer-Is-Yes
                PERFORM Take-Components
                IF WS-CT-Count = 0
                    DISPLAY "BUNDLEMAINT: no components keyed, "
                        "components left as they were"
                ELSE
                    PERFORM Move-Components-To-Record
                END-IF
            END-IF
            IF Bundle-Withdrawn
                DISPLAY "Bundle is withdrawn - put it back on sale? "
                    "(Y/N): " WITH NO ADVANCING
                ACCEPT WS-Answer
                IF Answer-Is-Yes
                    MOVE "A" TO BUNDLE-STATUS-BM
                END-IF
            END-IF
            REWRITE BUNDLE-REC
            IF BundleStatus NOT = "00"
                DISPLAY "BUNDLEMAINT: ABEND - cannot update "
                    "BUNDLE-FILE, status " BundleStatus
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Changed-Count
            MOVE BUNDLE-REC TO WS-After-Image
            MOVE "C" TO WS-Chg-Action
            PERFORM Log-Master-Change
            DISPLAY "BUNDLEMAINT: " WS-Bundle-Id " amended"
    END-READ.

Withdraw-Bundle.
    MOVE WS-Bundle-Id TO BUNDLE-ID-BM.
    READ BUNDLE-FILE
        INVALID KEY
            DISPLAY "BUNDLEMAINT: " WS-Bundle-Id " not found"
        NOT INVALID KEY
            IF Bundle-Withdrawn
                DISPLAY "BUNDLEMAINT: " WS-Bundle-Id
                    " is already withdrawn"
            ELSE
                MOVE BUNDLE-REC TO WS-Before-Image
                MOVE "D" TO BUNDLE-STATUS-BM
                REWRITE BUNDLE-REC
                IF BundleStatus NOT = "00"
                    DISPLAY "BUNDLEMAINT: ABEND - cannot update "
                        "BUNDLE-FILE, status " BundleStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Withdrawn-Count
                MOVE BUNDLE-REC TO WS-After-Image
                MOVE "X" TO WS-Chg-Action
                PERFORM Log-Master-Change
                DISPLAY "BUNDLEMAINT: " WS-Bundle-Id " withdrawn"
            END-IF
    END-READ.

*>Components are keyed one per line until a blank id or the tenth.
*>Each must be a title on BookStockFile, appear only once, and have
*>a non-zero copy count; a bad entry is refused and re-asked.
Take-Components.
    MOVE 0 TO WS-CT-Count.
    MOVE "N" TO WS-Comp-Done.
    PERFORM UNTIL Components-Done
        DISPLAY "Component Book Id (blank = finished): "
            WITH NO ADVANCING
        ACCEPT WS-Comp-Id
        IF WS-Comp-Id = SPACES
            MOVE "Y" TO WS-Comp-Done
        ELSE
            PERFORM Take-One-Component
            IF WS-CT-Count >= 10
                DISPLAY "BUNDLEMAINT: ten components is the most a "
                    "bundle can hold"
                MOVE "Y" TO WS-Comp-Done
            END-IF
        END-IF
    END-PERFORM.

Take-One-Component.
    MOVE "N" TO WS-Comp-Duplicate.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > WS-CT-Count
        IF WS-CT-Book-Id(WS-CT-Idx) = WS-Comp-Id
            MOVE "Y" TO WS-Comp-Duplicate
        END-IF
    END-PERFORM.
    MOVE WS-Comp-Id TO Book-Id-BSF.
    READ BookStockFile
        INVALID KEY
            CONTINUE
    END-READ.
    EVALUATE TRUE
        WHEN BookStatus NOT = "00"
            DISPLAY "BUNDLEMAINT: " WS-Comp-Id
                " not on BookStockFile, not taken"
        WHEN Comp-Is-Duplicate
            DISPLAY "BUNDLEMAINT: " WS-Comp-Id
                " is already in this bundle, not taken"
        WHEN OTHER
            DISPLAY "  " Book-Title-BSF
            DISPLAY "Copies per bundle: " WITH NO ADVANCING
            ACCEPT WS-Comp-Qty-X
            IF WS-Comp-Qty-X NOT NUMERIC OR WS-Comp-Qty = 0
                DISPLAY "BUNDLEMAINT: copies must be 01-99, not taken"
            ELSE
                ADD 1 TO WS-CT-Count
                MOVE WS-Comp-Id TO WS-CT-Book-Id(WS-CT-Count)
                MOVE WS-Comp-Qty TO WS-CT-Qty(WS-CT-Count)
            END-IF
    END-EVALUATE.

Move-Components-To-Record.
    MOVE WS-CT-Count TO BUNDLE-COMP-COUNT-BM.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1 UNTIL WS-CT-Idx > 10
        IF WS-CT-Idx > WS-CT-Count
            MOVE SPACES TO BUNDLE-COMP-ID-BM(WS-CT-Idx)
            MOVE 0 TO BUNDLE-COMP-QTY-BM(WS-CT-Idx)
        ELSE
            MOVE WS-CT-Book-Id(WS-CT-Idx)
                TO BUNDLE-COMP-ID-BM(WS-CT-Idx)
            MOVE WS-CT-Qty(WS-CT-Idx) TO BUNDLE-COMP-QTY-BM(WS-CT-Idx)
        END-IF
    END-PERFORM.

List-Bundles.
    MOVE 0 TO WS-Listed-Count.
    MOVE LOW-VALUES TO BUNDLE-ID-BM.
    START BUNDLE-FILE KEY IS NOT LESS THAN BUNDLE-ID-BM
        INVALID KEY SET EndOfBundles TO TRUE
    END-START.
    IF BundleStatus = "00"
        READ BUNDLE-FILE NEXT RECORD
            AT END SET EndOfBundles TO TRUE
        END-READ
    END-IF.
    PERFORM UNTIL EndOfBundles
        PERFORM Show-Bundle
        ADD 1 TO WS-Listed-Count
        READ BUNDLE-FILE NEXT RECORD
            AT END SET EndOfBundles TO TRUE
        END-READ
    END-PERFORM.
    DISPLAY "BUNDLEMAINT: " WS-Listed-Count " bundle(s) on file".

Show-Bundle.
    MOVE BUNDLE-PRICE-BM TO WS-Price-Display.
    IF Bundle-Withdrawn
        DISPLAY BUNDLE-ID-BM "  " BUNDLE-TITLE-BM "  "
            WS-Price-Display " " BUNDLE-CURRENCY-BM "  ** WITHDRAWN **"
    ELSE
        DISPLAY BUNDLE-ID-BM "  " BUNDLE-TITLE-BM "  "
            WS-Price-Display " " BUNDLE-CURRENCY-BM
    END-IF.
    PERFORM VARYING WS-CT-Idx FROM 1 BY 1
            UNTIL WS-CT-Idx > BUNDLE-COMP-COUNT-BM
        DISPLAY "    " BUNDLE-COMP-ID-BM(WS-CT-Idx) "  x "
            BUNDLE-COMP-QTY-BM(WS-CT-Idx)
    END-PERFORM.

*>The journal entry is written only once the change is on file, so
*>the journal never shows a change that did not happen.
Log-Master-Change.
    MOVE WS-Bundle-Id TO WS-Chg-Key.
    CALL "MasterChangeLog" USING WS-Chg-Program, WS-Chg-File-Id,
        WS-Chg-Key, WS-Chg-Action, WS-Before-Image, WS-After-Image.
    IF RETURN-CODE NOT = 0
        DISPLAY "BUNDLEMAINT: ABEND - MasterChangeLog failed, "
            "return code " RETURN-CODE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
