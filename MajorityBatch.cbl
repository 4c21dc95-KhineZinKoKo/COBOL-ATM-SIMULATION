           COPY "RUN-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IJ-KIND              PIC X(4).
       01 WS-IJ-IMAGE             PIC X(400).
       01 CUSTOMER-STATUS         PIC XX.
       01 FILE-STATUS             PIC XX.
       01 OUTBOX-STATUS           PIC XX.
                       "customer " CUST-ID
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CUSU" TO WS-IJ-KIND
           MOVE CUSTOMER-RECORD TO WS-IJ-IMAGE
           CALL "ImageJournal" USING WS-IJ-KIND WS-IJ-IMAGE
           ADD 1 TO WS-CONVERTED-COUNT
           DISPLAY "Customer " CUST-ID " ("
               FUNCTION TRIM(CUST-NAME) ") reached majority - "
