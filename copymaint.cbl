               END-IF
           END-IF.

      *    THE NEW COPY JOINS BOTH COUNTS THE WAY TECHQUEUE
      *    SHELVES PURCHASED STOCK.
           EXEC SQL
               UPDATE BOOKS
                   SET copy_count = copy_count + 1
               EXIT PARAGRAPH
           END-IF.

      *    NEW STOCK REACHES THE SHELF ONLY THROUGH THE TECHQUEUE
      *    CHECKLIST.
           IF FUNCTION TRIM(COPY-STATUS) = 'processing'
                   AND FUNCTION TRIM(COPY-NEW-STATUS) = 'on-shelf'
               DISPLAY "Copy is still in processing -- shelve it "
                   "through TECHQUEUE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'Condition note (blank to keep): '.
           ACCEPT COPY-CONDITION.

