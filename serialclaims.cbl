
       WORKING-STORAGE SECTION.
       COPY 'db-connect-params.cpy'.
       COPY 'param-vars.cpy'.

       01  WS-GRACE-X              PIC X(4).
       01  WS-CLAIMED-CNT          PIC 9(6) VALUE ZERO.
           COPY 'db-connect.cpy'.

           MOVE 14 TO CLAIM-GRACE-DAYS.
           MOVE 'SERIAL_CLAIM_GRACE_DAYS' TO PARAM-NAME.
           CALL "GET-PARAM" USING PARAM-NAME PARAM-VALUE
           END-CALL.
           MOVE PARAM-VALUE TO WS-GRACE-X.
           IF FUNCTION TRIM(WS-GRACE-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-GRACE-X)
                   TO CLAIM-GRACE-DAYS
