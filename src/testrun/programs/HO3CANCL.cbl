       1900-WRITE-RUN-START.
           MOVE 'START' TO RC-FUNCTION-CODE
           MOVE 'HO3CANCL' TO RC-PROGRAM-ID
           MOVE 'HO3BIND ' TO RC-PREDECESSOR-ID
           MOVE ZERO TO RC-GENERATION-STAMP
           CALL 'HO3RUNLG' USING HO3-RUN-CONTROL-PARMS
           IF RC-GATE-FAILED
              DISPLAY 'HO3CANCL: PREDECESSOR HO3BIND HAS NOT '
                 'COMPLETED CLEAN TONIGHT - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
           END-IF.
