*>a mismatch abends with the live file untouched.  All three files
*>carry their date in the first eight characters of the record; an
*>unparseable line (early RUNAUDIT lines, say) is retained, never
*>silently archived.  RUNAUDIT.LOG lines are carried at their full
*>width, the signed-on operator's id included.
*>Once DESPHIST.DAT has been cut back, its keyed companion
*>DESPIDX.DAT is rebuilt from the retained lines by calling
*>DespHistIndex, so what the inquiry programs find by key always
*>matches what is on the live history.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  AUDIT-REC.
    88  EndOfAudit              VALUE HIGH-VALUES.
    02  Audit-Month             PIC 9(6).
    02  FILLER                  PIC X(174).
FD  AUDIT-ARC.
01  AUDIT-ARC-REC               PIC X(180).
01  AUDIT-ARC-TRAILER.
    02  Audit-Trailer-Tag       PIC X(5).
    02  Audit-Trailer-Count     PIC 9(6).
    02  FILLER                  PIC X(169).
FD  AUDIT-KEEP.
01  AUDIT-KEEP-REC.
    88  EndOfAuditKeep          VALUE HIGH-VALUES.
    02  FILLER                  PIC X(180).

FD  ARCHIVE-RPT.
01  REPORT-LINE                 PIC X(100).
01  WS-Copied-Count             PIC 9(6).
01  WS-File-Name                PIC X(12).

01  WS-SignOn-Function          PIC X(20) VALUE "PERIODARCHIVE".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "Archive records up to and including month (YYYYMM): "
        WITH NO ADVANCING.
    ACCEPT WS-Cutoff-Month.
        CLOSE DESPHIST-KEEP, DESPHIST-IN
        PERFORM Check-Copy-Back
        PERFORM Report-File-Totals
*>      The keyed companion still holds the lines just archived, so
*>      it is rebuilt from what the live file now retains.
        CALL "DespHistIndex"
        IF RETURN-CODE NOT = 0
            DISPLAY "PERIODARCHIVE: ABEND - DespHistIndex failed, "
                "return code " RETURN-CODE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "DESPIDX.DAT  REBUILT FROM THE RETAINED HISTORY"
            TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

Archive-Movement-Journal.
