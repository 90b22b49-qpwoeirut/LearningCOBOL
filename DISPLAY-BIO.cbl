      *     the month, and a mailing-address listing file
      *   - profile cards now show the emergency contacts kept on
      *     PAYROLL's dependents/contacts file, in call order
      *   - directory listing shows only the last four digits of
      *     each SSN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPLAY-BIO.
           .

       PRINT-DIR-ENTRY-PARA.
           DISPLAY WS-DIR-NAME(WS-DIR-INDEX)" ****"
             WS-DIR-SSN(WS-DIR-INDEX)(6:4)
           .

       BROWSE-BY-REGION-PARA.
