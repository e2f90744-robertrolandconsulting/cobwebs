
       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-BOUNCE-FILE          PIC X(1024).
       01  WS-BOUNCE-FILE-STATUS   PIC X(2).
           COPY 'db-connect.cpy'.

           MOVE 3 TO BOUNCE-LIMIT.
           MOVE 'EMAIL_BOUNCE_LIMIT' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-LIMIT-X.
           IF FUNCTION TRIM(WS-LIMIT-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LIMIT-X) TO BOUNCE-LIMIT
           END-IF.
