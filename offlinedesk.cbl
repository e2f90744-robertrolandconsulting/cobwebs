
       CAPTURE-ONE-PATRON.
           DISPLAY ' '.
           DISPLAY 'Scan patron card (blank to close the session): '.
           ACCEPT WS-PATRON-ID.
           IF FUNCTION TRIM(WS-PATRON-ID) = SPACES
               MOVE 'close' TO WS-PATRON-ID
               EXIT PARAGRAPH
           END-IF.

      *    FORMAT-ONLY VALIDATION: A LIBRARY CARD IS A 14-DIGIT
      *    BARCODE (SEE ADDPATRON), A KEYED PATRON ID A 36-CHARACTER
      *    UUID. ANYTHING ELSE IS A MIS-SCAN THE REPLAY WOULD ONLY
      *    REJECT LATER.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PATRON-ID)) NOT = 36
                   AND (FUNCTION LENGTH(FUNCTION TRIM(WS-PATRON-ID))
                            NOT = 14
                        OR WS-PATRON-ID(1:14) IS NOT NUMERIC)
               DISPLAY "That does not look like a patron card -- "
                   "try again"
               EXIT PARAGRAPH
