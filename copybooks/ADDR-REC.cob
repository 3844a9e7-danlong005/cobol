      * model - the master has no address, so every mailing meant
      * exporting names and marrying them to a list kept elsewhere.
      * ADDRMAIN loads and maintains it with postal-code format
      * validation; MAILLBL prints the labels; NEWHREG reports new
      * hires from it to the state registry.
      *================================================================
           05 ADR-EMPID             PIC        9(5).
           05 ADR-STREET            PIC       X(30).
