       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanSectorCheck.

      *> Is this economic sector / loan purpose pair on the
      *> LOANSECTORS.DAT reference list? Used by LoanMaint when a
      *> loan is disbursed or classified afterwards, and by
      *> SectorCreditReturn for the sector names on the return.
      *> The list is maintained in RefDataMaint, one line per code:
      *>   S,<sector>,<description>            economic sector
      *>   P,<purpose>,<sector>,<description>  purpose within it
      *> LNK-VALID comes back 'Y' only when the sector is listed
      *> and the purpose is listed under that same sector; on 'N'
      *> LNK-REFUSAL says why. A blank purpose only looks the
      *> sector up (the return needs the name alone). The names
      *> are returned whenever the codes were found.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTOR-FILE ASSIGN TO "LOANSECTORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SECTOR-FILE.
       01 SECTOR-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 SECTOR-STATUS           PIC XX.
       01 WS-EOF                  PIC X.
       01 WS-LINE-KIND            PIC X(1).
       01 WS-LINE-CODE            PIC X(4).
       01 WS-LINE-F3              PIC X(40).
       01 WS-LINE-F4              PIC X(40).
       01 WS-SECTOR               PIC X(3).
       01 WS-PURPOSE              PIC X(4).
       01 WS-SECTOR-FOUND         PIC X.
       01 WS-PURPOSE-FOUND        PIC X.
       01 WS-PURPOSE-SECTOR       PIC X(3).

       LINKAGE SECTION.
       01 LNK-SECTOR              PIC X(3).
       01 LNK-PURPOSE             PIC X(4).
       01 LNK-VALID               PIC X.
       01 LNK-REFUSAL             PIC X(40).
       01 LNK-SECTOR-NAME         PIC X(40).
       01 LNK-PURPOSE-NAME        PIC X(40).

       PROCEDURE DIVISION USING LNK-SECTOR, LNK-PURPOSE, LNK-VALID,
           LNK-REFUSAL, LNK-SECTOR-NAME, LNK-PURPOSE-NAME.
       MAIN-PROCEDURE.
           MOVE 'N' TO LNK-VALID
           MOVE SPACES TO LNK-REFUSAL LNK-SECTOR-NAME
               LNK-PURPOSE-NAME
           MOVE FUNCTION UPPER-CASE(LNK-SECTOR) TO WS-SECTOR
           MOVE FUNCTION UPPER-CASE(LNK-PURPOSE) TO WS-PURPOSE
           MOVE 'N' TO WS-SECTOR-FOUND
           MOVE 'N' TO WS-PURPOSE-FOUND
           MOVE SPACES TO WS-PURPOSE-SECTOR

           IF WS-SECTOR = SPACES
               MOVE "SECTOR CODE IS REQUIRED" TO LNK-REFUSAL
               GOBACK
           END-IF

           OPEN INPUT SECTOR-FILE
           IF SECTOR-STATUS NOT = "00"
               MOVE "LOANSECTORS.DAT UNAVAILABLE" TO LNK-REFUSAL
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SECTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MATCH-SECTOR-LINE
               END-READ
           END-PERFORM
           CLOSE SECTOR-FILE

           IF WS-SECTOR-FOUND NOT = 'Y'
               STRING "SECTOR " FUNCTION TRIM(WS-SECTOR)
                   " NOT ON LOANSECTORS.DAT"
                   DELIMITED BY SIZE INTO LNK-REFUSAL
               GOBACK
           END-IF
           IF WS-PURPOSE = SPACES
               MOVE 'Y' TO LNK-VALID
               GOBACK
           END-IF
           IF WS-PURPOSE-FOUND NOT = 'Y'
               STRING "PURPOSE " FUNCTION TRIM(WS-PURPOSE)
                   " NOT ON LOANSECTORS.DAT"
                   DELIMITED BY SIZE INTO LNK-REFUSAL
               GOBACK
           END-IF
           IF WS-PURPOSE-SECTOR NOT = WS-SECTOR
               STRING "PURPOSE " FUNCTION TRIM(WS-PURPOSE)
                   " BELONGS TO SECTOR " WS-PURPOSE-SECTOR
                   DELIMITED BY SIZE INTO LNK-REFUSAL
               GOBACK
           END-IF

           MOVE 'Y' TO LNK-VALID
           GOBACK.

       MATCH-SECTOR-LINE.
           MOVE SPACES TO WS-LINE-KIND WS-LINE-CODE WS-LINE-F3
               WS-LINE-F4
           UNSTRING SECTOR-LINE DELIMITED BY ","
               INTO WS-LINE-KIND WS-LINE-CODE WS-LINE-F3 WS-LINE-F4
           EVALUATE WS-LINE-KIND
               WHEN "S"
                   IF WS-LINE-CODE = WS-SECTOR
                       MOVE 'Y' TO WS-SECTOR-FOUND
                       MOVE WS-LINE-F3 TO LNK-SECTOR-NAME
                   END-IF
               WHEN "P"
                   IF WS-PURPOSE NOT = SPACES AND
                      WS-LINE-CODE = WS-PURPOSE
                       MOVE 'Y' TO WS-PURPOSE-FOUND
                       MOVE WS-LINE-F3 TO WS-PURPOSE-SECTOR
                       MOVE WS-LINE-F4 TO LNK-PURPOSE-NAME
                   END-IF
           END-EVALUATE.

       END PROGRAM LoanSectorCheck.
