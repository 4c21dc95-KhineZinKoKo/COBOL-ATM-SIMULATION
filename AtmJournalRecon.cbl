
       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE.
       MAIN-PROCEDURE.
