*>END is a crashed run whose checkpoint may still be sitting there
*>waiting to surprise the next conversion run.  Lines logged before
*>the audit line was widened carry no count; they report as zero.
*>Each run also shows the operator who signed on for it, taken from
*>its START line; lines logged before sign-on existed show none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02  AL-Target               PIC X(40).
    02  FILLER                  PIC X(9).
    02  AL-Count                PIC X(6).
    02  FILLER                  PIC X(12).
    02  AL-Operator             PIC X(8).

FD  RUNHIST-OUT.
01  REPORT-LINE                 PIC X(132).
        03  WS-OS-Target        PIC X(40).
        03  WS-OS-Date          PIC X(8).
        03  WS-OS-Time          PIC X(6).
        03  WS-OS-Operator      PIC X(8).
01  WS-OS-Count                 PIC 999 VALUE 0.
01  WS-Idx                      PIC 999.
01  WS-Shift-Idx                PIC 999.
        MOVE AL-Target TO WS-OS-Target(WS-OS-Count)
        MOVE AL-Date TO WS-OS-Date(WS-OS-Count)
        MOVE AL-Time TO WS-OS-Time(WS-OS-Count)
        MOVE AL-Operator TO WS-OS-Operator(WS-OS-Count)
    END-IF.

Pair-With-Start.
           WS-Duration-Display DELIMITED BY SIZE
           "  RECORDS: " DELIMITED BY SIZE
           WS-Records-Display DELIMITED BY SIZE
           "  BY " DELIMITED BY SIZE
           WS-OS-Operator(WS-Found-At) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING.
    WRITE REPORT-LINE.
               WS-OS-Time(WS-Idx) DELIMITED BY SIZE
               "  SOURCE: " DELIMITED BY SIZE
               WS-OS-Source(WS-Idx) DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               WS-OS-Operator(WS-Idx) DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
