      *> Both record layouts are plain DISPLAY fields, so the
      *> journal is an ordinary text file a human can read in an
      *> emergency.
      *> KIND says what happened as well as to which file: USER,
      *> USRI and USRD are an account changed, opened and deleted
      *> (the image before the delete); TRAN and TRNU a transaction
      *> posted and later flagged; CUSI/CUSU, CRDI/CRDU, LONI/LONU
      *> and TDPI/TDPU a customer, card, loan or term deposit
      *> created or changed. MisExtract nets the day's kinds into
      *> the MIS warehouse delta files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
