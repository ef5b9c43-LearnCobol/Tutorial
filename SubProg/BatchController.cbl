*>names and the reconcile defaults to undated ones, so the controller
*>establishes tonight's generation once, in the environment, through
*>the same ACME_*_DD names every step already reads - unless the
*>operator has already named a generation outside.  The run signs on
*>once, through SignOn, before the first step - from ACME_OPERATOR_ID
*>and ACME_OPERATOR_PWD when the scheduler runs it - and each step is
*>checked against that same operator's role without asking again.
*>The last step, DataBackup, takes the nightly backup set of every
*>master and control file.  It runs whatever happened to the steps
*>before it - a failed reconcile is exactly the night a good copy of
*>the files is wanted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-Recon-RC                 PIC S9(4) VALUE +9999.
01  WS-ACME-RC                  PIC S9(4) VALUE +9999.
01  WS-LSR-RC                   PIC S9(4) VALUE +9999.
01  WS-Backup-RC                PIC S9(4) VALUE +9999.

01  WS-Step-RC                  PIC S9(4).
01  WS-RC-Display               PIC ++++9.
01  WS-Env-Value                PIC X(40).
01  WS-Extract-Name             PIC X(40).

01  WS-SignOn-Function          PIC X(20) VALUE "BATCHCONTROLLER".

PROCEDURE DIVISION.
Begin.
*>  Nobody runs this without signing on in a role authorised for it.
    CALL "SignOn" USING WS-SignOn-Function.
    IF RETURN-CODE NOT = 0
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT JOBREPORT-OUT.
    IF ReportStatus NOT = "00"
        DISPLAY "BATCHCONTROLLER: ABEND - cannot open JOBREPORT-OUT, "
        PERFORM Report-Step-Skipped
    END-IF.

*>  Step 6: the nightly backup set, taken whatever went before.
    MOVE "DATABACKUP" TO WS-Step-Name.
    MOVE 0 TO RETURN-CODE.
    CALL "DataBackup".
    MOVE RETURN-CODE TO WS-Backup-RC, WS-Step-RC.
    PERFORM Report-Step-Ran.

    MOVE SPACES TO REPORT-LINE.
    WRITE REPORT-LINE.
    MOVE WS-Worst-RC TO WS-RC-Display.
