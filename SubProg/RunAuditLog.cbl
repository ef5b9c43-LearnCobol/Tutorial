*>(BSF2Seq, Seq2BSF, Direct2Seq, Seq2Direct).  Each caller PERFORMs
*>one CALL at the start of its run and one at the end; this routine
*>appends a line to RUNAUDIT.LOG recording the action, the calling
*>program, the source/target file names, the current record count,
*>and the operator signed on through SignOn for the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*>for years, which silently truncated the target name and cut the
*>COUNT off every single line.  Widened so RunHistory can report
*>records-per-run; lines logged before the widening simply have no
*>count to report.  The signed-on operator's id follows the count,
*>taking the line to 179 characters.
FD  AUDIT-LOG.
01  AUDIT-LINE                  PIC X(180).

WORKING-STORAGE SECTION.
01  AuditStatus                 PIC XX.
    02  WS-CD-YYYYMMDD          PIC 9(8).
    02  WS-CD-HHMMSS            PIC 9(6).
    02  FILLER                  PIC X(7).
01  WS-Operator-Id              PIC X(8).

01  Signed-On-Operator EXTERNAL.
    02  SO-Operator-Id          PIC X(8).
    02  SO-Operator-Role        PIC XX.
    02  SO-Signed-On            PIC X.
        88  Operator-Signed-On  VALUE "Y".

LINKAGE SECTION.
01  Audit-Action                PIC X(5).
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-Current-Date.
    IF Operator-Signed-On
        MOVE SO-Operator-Id TO WS-Operator-Id
    ELSE
        MOVE "UNKNOWN" TO WS-Operator-Id
    END-IF.
    MOVE SPACES TO AUDIT-LINE.
    STRING WS-CD-YYYYMMDD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Audit-Target DELIMITED BY SIZE
           "  COUNT: " DELIMITED BY SIZE
           Audit-Record-Count DELIMITED BY SIZE
           "  OPERATOR: " DELIMITED BY SIZE
           WS-Operator-Id DELIMITED BY SIZE
        INTO AUDIT-LINE
    END-STRING.
    WRITE AUDIT-LINE.
