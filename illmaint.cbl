      * then treats as unavailable while shipped). The status
      * workflow runs requested -> shipped -> received -> returned,
      * with cancel available anywhere. Replaces the spreadsheet.
      * A partner added with a reciprocal borrowing agreement can
      * have its cardholders registered as visitors in ADDPATRON,
      * typed with the visitor category given here (see
      * RECIPSTATEMENT for the quarterly settlement).
      *
      * Copyright (c) 2026 Robert Roland
      ********************************************
           05  PARTNER-CONTACT     PIC X(50).
           05  PARTNER-PHONE       PIC X(20).
           05  PARTNER-EMAIL       PIC X(50).
           05  PARTNER-RECIPROCAL  PIC X(1).
           05  PARTNER-CATEGORY    PIC X(20).

       01  ILL-REC-VARS.
           05  ILL-ID              PIC X(36).
           DISPLAY 'Enter email: '.
           ACCEPT PARTNER-EMAIL.

      *    VISITING CARDHOLDERS BORROW UNDER THE CATEGORY GIVEN
      *    HERE (SEE PATRONCATMAINT FOR ITS LIMITS).
           MOVE 'VISITOR' TO PARTNER-CATEGORY.
           DISPLAY 'Reciprocal borrowing agreement? (y/n): '.
           ACCEPT PARTNER-RECIPROCAL.
           IF PARTNER-RECIPROCAL = 'Y'
               MOVE 'y' TO PARTNER-RECIPROCAL
           END-IF.
           IF PARTNER-RECIPROCAL = 'y'
               DISPLAY 'Visitor category (blank for VISITOR): '
               ACCEPT PARTNER-CATEGORY
               IF FUNCTION TRIM(PARTNER-CATEGORY) = SPACES
                   MOVE 'VISITOR' TO PARTNER-CATEGORY
               END-IF
               EXEC SQL
                   SELECT COUNT(*) INTO :EXISTS-CNT
                       FROM patron_categories
                       WHERE code = UPPER(TRIM(:PARTNER-CATEGORY))
               END-EXEC
               IF EXISTS-CNT = 0
                   DISPLAY "Unknown category, using VISITOR"
                   MOVE 'VISITOR' TO PARTNER-CATEGORY
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO ill_partners (
                   name, contact, phone, email, reciprocal,
                   visitor_category
               ) VALUES (
                   TRIM(:PARTNER-NAME), :PARTNER-CONTACT,
                   :PARTNER-PHONE, :PARTNER-EMAIL,
                   :PARTNER-RECIPROCAL = 'y',
                   UPPER(TRIM(:PARTNER-CATEGORY))
               ) RETURNING CAST(id AS VARCHAR) INTO :PARTNER-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
