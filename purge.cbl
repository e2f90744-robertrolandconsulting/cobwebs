
       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-DAYS-X               PIC X(4).
       01  WS-PURGED-CNT           PIC 9(8) VALUE ZERO.
           COPY 'db-connect.cpy'.

           MOVE 90 TO RETENTION-DAYS.
           MOVE 'PURGE_RETENTION_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-DAYS-X.
           IF FUNCTION TRIM(WS-DAYS-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO RETENTION-DAYS
           END-IF.
