
       LINKAGE SECTION.
       01 Temp PIC 9.
       01 ADMIN-CHOICE PIC 999.
       PROCEDURE DIVISION USING TEMP,ADMIN-CHOICE.
       MAIN-PROCEDURE.
       IF ADMIN-CHOICE=6
