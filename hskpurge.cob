
       FD  CKPT-ARCH-FILE
           RECORDING MODE IS F.
       01  CKPT-ARCH-RECORD                PIC X(233).

       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
                   NOT AT END
                       IF RUNC-RUNNING
                           SET WS-RUN-IN-FLIGHT TO TRUE
                           MOVE RUNC-RUN-DATE TO WS-FLIGHT-DATE
                           SET WS-RUNCTL-EOF TO TRUE
                       END-IF
               END-READ
