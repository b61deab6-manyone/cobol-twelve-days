000306     END-IF
000308     IF RUNCTL-RPT-SUFFIX NOT = SPACE
000309         MOVE RUNCTL-RPT-SUFFIX TO WS-RPT-DD-SUFFIX
000311     END-IF
000312     MOVE RUNCTL-SELECT-ID TO WS-CSEL-ID.
000316 1105-EXIT.
000320     EXIT.
