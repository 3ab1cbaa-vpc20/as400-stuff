           MOVE TOTPG     OF SPLFOUTF-REC TO TOTPG     OF SPLFHIST-REC.
           MOVE SPLSIZE   OF SPLFOUTF-REC TO SPLSIZE   OF SPLFHIST-REC.
           MOVE SPLSZMULT OF SPLFOUTF-REC TO SPLSZMULT OF SPLFHIST-REC.
           MOVE JOBSYSNM  OF SPLFOUTF-REC TO SNPSYSNM  OF SPLFHIST-REC.
           WRITE SPLFHIST-REC.
           ADD 1 TO WS-REC-COUNT.
